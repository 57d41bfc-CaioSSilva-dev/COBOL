      *----------------------------------------------------------------
      * BOLETO-LAYOUT record layout - leiaute da cobranca por banco
      * (BOLETLAY.DAT, LINE SEQUENTIAL), no mesmo esquema do
      * BANCOLAY.DAT da folha: tamanho do registro e posicao inicial
      * de cada campo do detalhe da remessa (nosso numero,
      * vencimento, valor, nome e CPF/CNPJ do pagador) e do retorno
      * (nosso numero, situacao P=pago, data e valor pagos). Banco
      * sem linha usa o leiaute historico de 80 posicoes montado no
      * proprio programa.
      *----------------------------------------------------------------
       01  BOLETO-LAYOUT-REC.
           05  BL-BANCO             PIC 9(3).
           05  BL-TAM               PIC 9(3).
           05  BL-POS-NOSSO         PIC 9(3).
           05  BL-POS-VENC          PIC 9(3).
           05  BL-POS-VALOR         PIC 9(3).
           05  BL-POS-NOME          PIC 9(3).
           05  BL-POS-DOC           PIC 9(3).
           05  BL-POS-RET-NOSSO     PIC 9(3).
           05  BL-POS-RET-SIT       PIC 9(3).
           05  BL-POS-RET-DATA      PIC 9(3).
           05  BL-POS-RET-VALOR     PIC 9(3).
