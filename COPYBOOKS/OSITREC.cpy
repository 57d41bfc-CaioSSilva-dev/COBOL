      *----------------------------------------------------------------
      * ORDEM-SERVICO-ITEM record layout - linha da ordem de servico
      * (ORDSITEM.DAT, LINE SEQUENTIAL, OPEN EXTEND). P = peca
      * (OI-CODIGO do PECAS.DAT, baixada do estoque no lancamento,
      * com o custo da peca congelado em OI-CUSTO-UNIT); M = mao de
      * obra (horas em OI-QTDE vezes o valor da hora).
      *----------------------------------------------------------------
       01  ORDEM-ITEM-REC.
           05  OI-OS-NUMERO      PIC 9(6).
           05  OI-TIPO           PIC X.
               88  OI-PECA              VALUE "P".
               88  OI-MAO-OBRA          VALUE "M".
           05  OI-CODIGO         PIC X(6).
           05  OI-DESCRICAO      PIC X(30).
           05  OI-QTDE           PIC 9(3)V99.
           05  OI-VLR-UNIT       PIC 9(6)V99.
           05  OI-VLR-TOTAL      PIC 9(7)V99.
           05  OI-CUSTO-UNIT     PIC 9(6)V99.
           05  OI-DATA           PIC 9(8).
