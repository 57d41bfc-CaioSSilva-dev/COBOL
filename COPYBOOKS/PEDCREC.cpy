      *----------------------------------------------------------------
      * PEDIDO-COMPRA record layout - pedido de compra a montadora
      * (PEDCOMPR.DAT, LINE SEQUENTIAL, numerado pela ordem do
      * arquivo). Nasce ABERTO no PEDCOMPR a partir da sugestao de
      * reposicao (REPOSUG.DAT) com a data prevista de entrega e o
      * custo unitario negociado; cada recebimento do VEICMNT soma
      * em PC-QTD-RECEBIDA (parcial permitido) e o pedido fecha
      * quando o recebido alcanca o pedido. Recebido acima do
      * pedido fica registrado para o relatorio cobrar.
      *----------------------------------------------------------------
       01  PEDIDO-COMPRA-REC.
           05  PC-NUMERO         PIC 9(6).
           05  PC-VEIC-ID        PIC 9(3).
           05  PC-DATA-EMISSAO   PIC 9(8).
           05  PC-DATA-PREVISTA  PIC 9(8).
           05  PC-QTD-PEDIDA     PIC 9(3).
           05  PC-QTD-RECEBIDA   PIC 9(3).
           05  PC-CUSTO-UNIT     PIC 9(6)V99.
           05  PC-FILIAL         PIC X(3).
           05  PC-DATA-ULT-RECEB PIC 9(8).
           05  PC-SITUACAO       PIC X.
               88  PC-ABERTO            VALUE "A".
               88  PC-FECHADO           VALUE "F".
