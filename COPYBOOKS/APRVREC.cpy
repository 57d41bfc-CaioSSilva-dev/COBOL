      *----------------------------------------------------------------
      * APROVACAO record layout - trilha das decisoes sobre desconto
      * negociado acima da alcada do vendedor (DESCAPLG.DAT, LINE
      * SEQUENTIAL, so acrescimo). Uma linha por linha de cotacao
      * decidida no DESCAPRV, com o operador nivel 3 que decidiu -
      * e a base do relatorio mensal de quem aprovou qual desconto.
      * AL-VLR-NEGOC e por unidade; AL-QTDE unidades da linha.
      *----------------------------------------------------------------
       01  APROVACAO-REC.
           05  AL-DATA           PIC 9(8).
           05  AL-HORA           PIC 9(6).
           05  AL-OPERADOR       PIC X(8).
           05  AL-DECISAO        PIC X.
               88  AL-APROVADA          VALUE "A".
               88  AL-REPROVADA         VALUE "R".
           05  AL-COT-NUMERO     PIC 9(6).
           05  AL-COT-LINHA      PIC 9(2).
           05  AL-VENDEDOR-ID    PIC X(6).
           05  AL-CLIENTE        PIC X(30).
           05  AL-QTDE           PIC 9(3).
           05  AL-PCT-NEGOC      PIC 9(3)V99.
           05  AL-VLR-NEGOC      PIC 9(6)V99.
