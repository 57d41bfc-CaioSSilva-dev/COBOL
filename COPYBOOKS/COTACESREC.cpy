      *----------------------------------------------------------------
      * COTA-ACES record layout - linhas de acessorio da cotacao
      * (COTAACES.DAT, LINE SEQUENTIAL, OPEN EXTEND), gravadas pelo
      * CARRO sob COT-NUMERO + COT-LINHA. Quantidade e valores sao
      * POR UNIDADE de veiculo da linha, como COT-TOTAL; a soma vai
      * para COT-VLR-ACESS. O documento da cotacao e a nota fiscal
      * imprimem as linhas daqui.
      *----------------------------------------------------------------
       01  COTA-ACES-REC.
           05  CA-COT-NUMERO     PIC 9(6).
           05  CA-COT-LINHA      PIC 9(2).
           05  CA-CODIGO         PIC X(4).
           05  CA-DESCRICAO      PIC X(30).
           05  CA-QTDE           PIC 9(2).
           05  CA-VLR-UNIT       PIC 9(6)V99.
           05  CA-VLR-TOTAL      PIC 9(7)V99.
           05  CA-DATA           PIC 9(8).
