      * contrato financiado (PARCELAS.DAT, LINE SEQUENTIAL), gerada
      * pelo CARRO junto do contrato com vencimentos mensais. O
      * RECEBPAG liquida a parcela com a data de pagamento; o
      * RECEBAGE envelhece as pendentes. A vencida que entra numa
      * renegociacao (RENEGOC) fecha como renegociada, sem pagamento.
      * Na liquidacao o RECEBPAG separa o que foi recebido: valor da
      * parcela (menos o desconto dos juros futuros na quitacao
      * antecipada), multa e juros de mora (ENCARPAR.DAT). Os
      * encargos vao para a receita financeira pelo CONTABIL.
      * Campos de valor em branco = parcela anterior a eles.
      *----------------------------------------------------------------
       01  PARCELA-REC.
           05  PA-CONTRATO       PIC 9(6).
           05  PA-SITUACAO       PIC X.
               88  PA-PENDENTE          VALUE "P".
               88  PA-LIQUIDADA         VALUE "L".
               88  PA-RENEGOCIADA       VALUE "R".
           05  PA-DATA-PGTO      PIC 9(8).
           05  PA-VLR-PRINCIPAL  PIC 9(7)V99.
           05  PA-VLR-MULTA      PIC 9(7)V99.
           05  PA-VLR-JUROS      PIC 9(7)V99.
           05  PA-VLR-DESCONTO   PIC 9(7)V99.
