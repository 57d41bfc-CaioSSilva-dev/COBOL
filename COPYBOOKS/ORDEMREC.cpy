      *----------------------------------------------------------------
      * ORDEM-OBRA record layout - ordem de servico dos orcamentos
      * aceitos do RETANGULO-AREA (ORDEM.DAT, LINE SEQUENTIAL,
      * numerada por ORDSEQ.DAT). Mantida pelo OBRAMNT: o custo real
      * acumula o material apontado (ORDEMMAT.DAT) e a mao de obra as
      * horas apontadas; no encerramento a ordem e faturada ao
      * cliente - material ao custo mais a margem, mao de obra e a
      * diferenca sobre o orcamento aceito - a vista ou parcelada no
      * controle de recebiveis (CONTRATOS.DAT/PARCELAS.DAT). O
      * CONTABIL lanca a fatura como receita de servicos pela data
      * de faturamento.
      * Os campos apos OR-SITUACAO vieram com o faturamento - ordens
      * gravadas antes tem os campos em branco (sem mao de obra,
      * encerramento sem data, nao faturada).
      *----------------------------------------------------------------
       01  ORDEM-REC.
           05  OR-NUMERO         PIC 9(6).
           05  OR-PROJETO        PIC X(6).
           05  OR-CLIENTE        PIC X(20).
           05  OR-DATA-ABERTURA  PIC 9(8).
           05  OR-CUSTO-ESTIMADO PIC 9(8)V99.
           05  OR-CUSTO-REAL     PIC 9(8)V99.
           05  OR-SITUACAO       PIC X.
               88  OR-ABERTA            VALUE "A".
               88  OR-ENCERRADA         VALUE "E".
           05  OR-HORAS          PIC 9(5)V99.
           05  OR-VLR-MAO-OBRA   PIC 9(7)V99.
           05  OR-DATA-ENCERRA   PIC 9(8).
      *    Faturamento: F = fatura emitida; branco = ainda nao
      *    faturada. OR-CONTRATO zero = fatura a vista.
           05  OR-FATURA-SIT     PIC X.
               88  OR-FATURADA          VALUE "F".
           05  OR-DATA-FATURA    PIC 9(8).
           05  OR-VLR-MATERIAL   PIC 9(8)V99.
           05  OR-VLR-FATURA     PIC 9(8)V99.
           05  OR-CONTRATO       PIC 9(6).
