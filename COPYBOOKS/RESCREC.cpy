      *----------------------------------------------------------------
      * RESCISAO record layout - uma rescisao por desligamento
      * (RESCIS.DAT, LINE SEQUENTIAL). Gravada P (pendente) pelo
      * VENDMNT no desligamento, com o motivo; o RESCISAO calcula as
      * verbas e gera a previa para o FOLHACON, guardando a data do
      * calculo e os valores levados a previa; o FOLHACON marca C
      * (calculada) quando libera a previa.
      *----------------------------------------------------------------
       01  RESCISAO-REC.
           05  RS-VENDEDOR-ID    PIC X(6).
           05  RS-DATA-DESLIG    PIC 9(8).
           05  RS-MOTIVO         PIC X.
               88  RS-SEM-JUSTA-CAUSA   VALUE "S".
               88  RS-JUSTA-CAUSA       VALUE "J".
               88  RS-PEDIDO-DEMISSAO   VALUE "P".
               88  RS-ACORDO            VALUE "A".
               88  RS-MOTIVO-VALIDO     VALUES "S", "J", "P", "A".
      *    Pedido de demissao: aviso previo trabalhado (S) ou nao
      *    cumprido (N - descontado).
           05  RS-AVISO-CUMPRIDO PIC X.
               88  RS-AVISO-TRABALHADO  VALUE "S".
           05  RS-SITUACAO       PIC X.
               88  RS-PENDENTE          VALUE "P".
               88  RS-CALCULADA         VALUE "C".
           05  RS-DATA-CALCULO   PIC 9(8).
           05  RS-BRUTO          PIC 9(7)V99.
           05  RS-LIQUIDO        PIC 9(7)V99.
