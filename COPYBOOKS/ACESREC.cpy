      *----------------------------------------------------------------
      * ACESSORIO record layout - catalogo de acessorios e opcionais
      * (ACESMAST.DAT, LINE SEQUENTIAL): tapete, pelicula, alarme,
      * pacote de opcionais de fabrica... Mantido pelo ACESMNT; o
      * CARRO oferece os itens ativos na cotacao pelo preco daqui.
      *----------------------------------------------------------------
       01  ACESSORIO-REC.
           05  AS-CODIGO         PIC X(4).
           05  AS-DESCRICAO      PIC X(30).
           05  AS-PRECO          PIC 9(6)V99.
           05  AS-SITUACAO       PIC X.
               88  AS-ATIVO             VALUE "A".
               88  AS-INATIVO           VALUE "I".
