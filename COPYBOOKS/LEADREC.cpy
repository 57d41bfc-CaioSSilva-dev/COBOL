      *----------------------------------------------------------------
      * LEAD record layout - interesse deixado pelo visitante na
      * recepcao (LEADS.DAT, LINE SEQUENTIAL, numerado pelo maior
      * numero + 1). Gravado pelo OLA-USER quando o visitante sai sem
      * cotacao mas deixa o modelo de interesse e um telefone; o
      * vendedor e o de plantao no dia (ESCALA.DAT). LD-COT-NUMERO
      * liga o lead a primeira cotacao do mesmo nome emitida a partir
      * do dia da visita (zero = ainda sem cotacao) - mantido pelo
      * LEADFUP, que faz o follow-up e a conversao do mes.
      *----------------------------------------------------------------
       01  LEAD-REC.
           05  LD-NUMERO         PIC 9(6).
           05  LD-DATA           PIC 9(8).
           05  LD-NOME           PIC X(40).
           05  LD-TELEFONE       PIC X(11).
           05  LD-VEIC-ID        PIC 9(3).
           05  LD-VENDEDOR-ID    PIC X(6).
           05  LD-COT-NUMERO     PIC 9(6).
