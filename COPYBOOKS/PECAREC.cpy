      *----------------------------------------------------------------
      * PECA-MASTER record layout - estoque de pecas da oficina
      * (PECAS.DAT, LINE SEQUENTIAL). Mantido pelo PECAMNT (cadastro,
      * entrada de nota do fornecedor, preco); a ordem de servico do
      * OFICINA baixa PE-SALDO a cada peca lancada. PE-CUSTO e o
      * custo medio da entrada - vai para o custo das pecas na
      * contabilizacao; PE-PRECO e o preco de balcao cobrado.
      *----------------------------------------------------------------
       01  PECA-MASTER-REC.
           05  PE-CODIGO         PIC X(6).
           05  PE-DESCRICAO      PIC X(30).
           05  PE-SALDO          PIC 9(5).
           05  PE-CUSTO          PIC 9(6)V99.
           05  PE-PRECO          PIC 9(6)V99.
           05  PE-SITUACAO       PIC X.
               88  PE-ATIVA             VALUE "A".
               88  PE-INATIVA           VALUE "I".
