       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT ARQUIVO-ALVO ASSIGN TO WS-ALVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
       WORKING-STORAGE SECTION.
       COPY "TRAVA.cpy".
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-ALVO-ESTOURO  PIC X VALUE "N".
           88 ALVO-ESTOUROU        VALUE "Y".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-ACHOU-PESSOA  PIC X VALUE "N".
           88 ACHOU-PESSOA         VALUE "Y".
       77  WS-NOME-TITULAR  PIC A(40).
      *    Registros do titular a anonimizar - pelo ID nacional
      *    pode haver mais de um (cadastro duplicado).
       77  WS-TIT-COUNT     PIC 9(2) VALUE 0.
       01  WS-TIT-TABELA.
           05  WS-TIT-REG OCCURS 20 TIMES PIC 9(6).
       77  WS-TIT-I         PIC 9(2).
       77  WS-LIN-COUNT     PIC 9(4) VALUE 0.
       01  WS-LIN-TABELA.
           05  WS-LIN-ENTRY OCCURS 2000 TIMES PIC X(220).
           END-IF
           PERFORM ANONIMIZA-PESSOA-MASTER
           PERFORM LIBERA-TRAVA
           IF NOT ACHOU-PESSOA
              DISPLAY "TITULAR NAO ENCONTRADO EM PESSOA.DAT"
              MOVE 4 TO RETURN-CODE
              PERFORM ANONIMIZA-AUDITORIA
              DISPLAY "ELIMINACAO CONCLUIDA - VER LGPDCERT.DAT"
           END-IF
           GOBACK.

      *    Leitura direta por chave: o numero de registro e a chave
      *    primaria e o ID nacional a alternada (com duplicatas - todo
      *    registro com o ID pedido e anonimizado). O REWRITE troca
      *    so o registro do titular, sem regravar o master.
       ANONIMIZA-PESSOA-MASTER.
           MOVE "N" TO WS-ACHOU-PESSOA
           MOVE 0 TO WS-TIT-COUNT
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           IF WS-MODO-BUSCA = 2
              PERFORM LOCALIZA-REGISTROS-POR-ID
           ELSE
              MOVE 1 TO WS-TIT-COUNT
              MOVE WS-BUSCA-REG TO WS-TIT-REG(1)
           END-IF
           MOVE 0 TO WS-REMOVIDAS
           PERFORM VARYING WS-TIT-I FROM 1 BY 1
                 UNTIL WS-TIT-I > WS-TIT-COUNT
              MOVE WS-TIT-REG(WS-TIT-I) TO PES-REG-NUM
              READ PESSOA-MASTER KEY IS PES-REG-NUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM TRATA-REGISTRO-PESSOA
              END-READ
           END-PERFORM
           CLOSE PESSOA-MASTER
           IF ACHOU-PESSOA
              MOVE "PESSOA.DAT" TO WS-CERT-ARQ
              MOVE "REGISTRO ANONIMIZADO" TO WS-CERT-TEXTO
              PERFORM GRAVA-CERTIFICADO
           END-IF.

       LOCALIZA-REGISTROS-POR-ID.
           MOVE "N" TO WS-EOF-ARQ
           MOVE WS-BUSCA-ID TO PES-ID-NACIONAL
           START PESSOA-MASTER KEY IS = PES-ID-NACIONAL
              INVALID KEY
                 MOVE "Y" TO WS-EOF-ARQ
           END-START
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PES-ID-NACIONAL NOT = WS-BUSCA-ID
                          OR WS-TIT-COUNT >= 20
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       ADD 1 TO WS-TIT-COUNT
                       MOVE PES-REG-NUM TO WS-TIT-REG(WS-TIT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.

       TRATA-REGISTRO-PESSOA.
           MOVE "Y" TO WS-ACHOU-PESSOA
           MOVE PES-NAME    TO WS-NOME-TITULAR
           MOVE PES-REG-NUM TO WS-BUSCA-REG
           MOVE "TITULAR REMOVIDO LGPD" TO PES-NAME
           MOVE SPACES      TO PES-ID-NACIONAL
           SET PES-MKT-NAO  TO TRUE
           MOVE "I"         TO PES-STATUS
           REWRITE PESSOA-MASTER-REC
           ADD 1 TO WS-REMOVIDAS.

       LE-ARQUIVO-ALVO.
           MOVE 0 TO WS-LIN-COUNT
