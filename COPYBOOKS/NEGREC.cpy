      *----------------------------------------------------------------
      * NEGATIVACAO record layout - registro das negativacoes no
      * cadastro de protecao ao credito (NEGATIV.DAT, LINE
      * SEQUENTIAL, um por contrato em cada ciclo), mantido pelo
      * NEGATIVA: o contrato com atraso acima do limite recebe o
      * aviso previo (A), vai ao biro depois do prazo do aviso (N) e
      * sai dele quando a parcela que motivou a inclusao deixa de
      * estar pendente - paga no RECEBPAG/BOLETRET ou renegociada no
      * RENEGOC (B). Quitado antes do fim do aviso nao chega ao biro
      * (C). A e N sao as negativacoes em curso.
      *----------------------------------------------------------------
       01  NEGATIVACAO-REC.
           05  NG-CONTRATO          PIC 9(6).
           05  NG-PARCELA           PIC 9(3).
           05  NG-CLIENTE-ID        PIC X(6).
           05  NG-CLIENTE           PIC X(30).
           05  NG-DOC-TIPO          PIC X.
           05  NG-DOC-NUMERO        PIC X(14).
           05  NG-VALOR             PIC 9(7)V99.
           05  NG-VENCIMENTO        PIC 9(8).
           05  NG-DATA-AVISO        PIC 9(8).
           05  NG-DATA-INCLUSAO     PIC 9(8).
           05  NG-DATA-BAIXA        PIC 9(8).
           05  NG-SITUACAO          PIC X.
               88  NG-AVISADO            VALUE "A".
               88  NG-NEGATIVADO         VALUE "N".
               88  NG-BAIXADO            VALUE "B".
               88  NG-CANCELADO          VALUE "C".
               88  NG-EM-CURSO           VALUES "A", "N".
