      * LINE SEQUENTIAL, numerado por CONTSEQ.DAT). Gerado pelo CARRO
      * na conversao; o RECEBPAG baixa as parcelas (PARCREC.cpy) e o
      * RECEBAGE imprime o envelhecimento da carteira.
      * O RENEGOC renegocia as parcelas vencidas num contrato novo,
      * que guarda o numero do contrato de origem; o de origem sem
      * mais nada pendente fica como renegociado. Origem em branco ou
      * zero = contrato da venda.
      *----------------------------------------------------------------
       01  CONTRATO-REC.
           05  CT-NUMERO         PIC 9(6).
           05  CT-SITUACAO       PIC X.
               88  CT-ABERTO            VALUE "A".
               88  CT-QUITADO           VALUE "Q".
               88  CT-RENEGOCIADO       VALUE "R".
           05  CT-CONTRATO-ORIGEM PIC 9(6).
