      *----------------------------------------------------------------
      * ORCAMENTO record layout - orcamento mensal por conta contabil
      * e centro de custo (ORCAMENTO.DAT, LINE SEQUENTIAL), mantido
      * pelo ORCAMNT. O relatorio orcado x realizado compara o valor
      * com o movimento da conta no GLIFACE.DAT no mes e no ano.
      *----------------------------------------------------------------
       01  ORCAMENTO-REC.
           05  OR-CONTA          PIC X(8).
           05  OR-CCUSTO         PIC X(4).
           05  OR-MES            PIC 9(6).
           05  OR-VALOR          PIC 9(9)V99.
