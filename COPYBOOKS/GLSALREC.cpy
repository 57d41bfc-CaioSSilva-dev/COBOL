      *----------------------------------------------------------------
      * GL-SALDO record layout - saldo de abertura do exercicio por
      * conta e centro de custo (GLSALDO.DAT, LINE SEQUENTIAL). Gravado
      * pelo encerramento do exercicio (GLENCERR) para o ano seguinte
      * - so contas patrimoniais, as de resultado abrem zeradas - e
      * lido pelo balancete do GLFECHA como ponto de partida do ano.
      * Saldo devedor D, credor C.
      *----------------------------------------------------------------
       01  GL-SALDO-REC.
           05  SI-ANO            PIC 9(4).
           05  SI-CONTA          PIC X(8).
           05  SI-CCUSTO         PIC X(4).
           05  SI-DC             PIC X.
           05  SI-VALOR          PIC 9(11)V99.
