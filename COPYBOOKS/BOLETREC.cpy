      *----------------------------------------------------------------
      * BOLETO-COBRANCA record layout - controle dos boletos de
      * parcela remetidos ao banco (BOLETOS.DAT, LINE SEQUENTIAL, um
      * por parcela). Gravado pelo BOLETREM com a remessa mensal
      * (situacao E=enviado); o BOLETRET baixa com o arquivo de
      * retorno: L liquidado (data e valor efetivamente pagos), R
      * rejeitado pelo banco ou D divergente (pago a menor ou
      * parcela ja baixada no caixa - vai para a lista de excecoes).
      * O nosso numero e o contrato seguido da parcela.
      *----------------------------------------------------------------
       01  BOLETO-REC.
           05  BO-NOSSO-NUMERO.
               10  BO-CONTRATO      PIC 9(6).
               10  BO-PARCELA       PIC 9(3).
           05  BO-BANCO             PIC 9(3).
           05  BO-VENCIMENTO        PIC 9(8).
           05  BO-VALOR             PIC 9(7)V99.
           05  BO-DATA-REMESSA      PIC 9(8).
           05  BO-SITUACAO          PIC X.
               88  BO-ENVIADO            VALUE "E".
               88  BO-LIQUIDADO          VALUE "L".
               88  BO-REJEITADO          VALUE "R".
               88  BO-DIVERGENTE         VALUE "D".
           05  BO-DATA-PGTO         PIC 9(8).
           05  BO-VLR-PAGO          PIC 9(7)V99.
