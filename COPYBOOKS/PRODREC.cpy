      *----------------------------------------------------------------
      * PRODUTO-ADICIONAL record layout - catalogo de garantia
      * estendida e seguro de parceiros vendidos junto com o carro
      * (PRODMAST.DAT, LINE SEQUENTIAL). Mantido pelo PRODMNT; o
      * CARRO oferece os produtos ativos na conversao da cotacao.
      * PR-PCT-REPASSE e o que o parceiro devolve a loja sobre o
      * preco (o extrato mensal cobra); PR-PCT-COMISSAO e a comissao
      * do vendedor sobre o preco, paga a parte na folha.
      *----------------------------------------------------------------
       01  PRODUTO-ADICIONAL-REC.
           05  PR-CODIGO         PIC X(4).
           05  PR-DESCRICAO      PIC X(30).
           05  PR-TIPO           PIC X.
               88  PR-GARANTIA          VALUE "G".
               88  PR-SEGURO            VALUE "S".
           05  PR-PARCEIRO       PIC X(20).
           05  PR-PRAZO-MESES    PIC 9(3).
           05  PR-PRECO          PIC 9(6)V99.
           05  PR-PCT-REPASSE    PIC 9(2)V99.
           05  PR-PCT-COMISSAO   PIC 9(2)V99.
           05  PR-SITUACAO       PIC X.
               88  PR-ATIVO             VALUE "A".
               88  PR-INATIVO           VALUE "I".
