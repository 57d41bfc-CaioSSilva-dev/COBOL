      *----------------------------------------------------------------
      * PLANO-CONTAS record layout - uma conta do plano de contas
      * (PLANOCTA.DAT, LINE SEQUENTIAL), mantido pelo GLCTAMNT junto
      * com o mapa de chaves de lancamento GLCONTAS.DAT. O primeiro
      * digito da conta fixa o tipo: 1 ativo, 2 passivo/patrimonio,
      * 3 receita, 5 despesa. Conta inativa nao pode receber chave
      * de lancamento; conta com lancamento no GLIFACE.DAT nunca e
      * excluida, so desativada.
      *----------------------------------------------------------------
       01  PLANO-CONTAS-REC.
           05  PC-CONTA          PIC X(8).
           05  PC-DESCRICAO      PIC X(30).
           05  PC-TIPO           PIC X.
               88  PC-ATIVO             VALUE "A".
               88  PC-PASSIVO           VALUE "P".
               88  PC-RECEITA           VALUE "R".
               88  PC-DESPESA           VALUE "D".
           05  PC-SITUACAO       PIC X.
               88  PC-ATIVA             VALUE "A".
               88  PC-INATIVA           VALUE "I".
