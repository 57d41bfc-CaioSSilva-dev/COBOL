       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao do catalogo de acessorios e opcionais
      * (ACESMAST.DAT), no molde do DESCMNT. Funcoes:
      *   - listar o catalogo na ordem do arquivo;
      *   - incluir item (codigo unico, descricao, preco);
      *   - alterar o preco de um item - cotacoes ja gravadas
      *     guardam o preco da epoca em COTAACES.DAT;
      *   - inativar/reativar item: o inativo sai da oferta do
      *     CARRO mas continua no arquivo para as cotacoes antigas.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSORIO-MASTER ASSIGN TO "ACESMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACESSORIO-MASTER.
       COPY "ACESREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-ACES-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-ACES-COUNT    PIC 9(3) VALUE 0.
       01  WS-ACES-TABELA.
           05  WS-ACES-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-ACES-COUNT
                              INDEXED BY WS-ACES-IDX.
               10  WS-AT-CODIGO    PIC X(4).
               10  WS-AT-DESCRICAO PIC X(30).
               10  WS-AT-PRECO     PIC 9(6)V99.
               10  WS-AT-SITUACAO  PIC X.
       77  WS-I             PIC 9(3).
       77  WS-BUSCA-COD     PIC X(4).
       77  WS-ACHOU-ACES    PIC X VALUE "N".
           88 ACHOU-ACES           VALUE "Y".
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-PRECO-ED      PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-CATALOGO
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== CATALOGO DE ACESSORIOS ====="
              DISPLAY "(1) LISTAR CATALOGO"
              DISPLAY "(2) INCLUIR ITEM"
              DISPLAY "(3) ALTERAR PRECO"
              DISPLAY "(4) INATIVAR / REATIVAR ITEM"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-CATALOGO
                 WHEN 2 PERFORM INCLUI-ITEM
                 WHEN 3 PERFORM ALTERA-PRECO
                 WHEN 4 PERFORM ALTERNA-SITUACAO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM GRAVA-CATALOGO
           END-IF
           GOBACK.

       CARREGA-CATALOGO.
           MOVE 0 TO WS-ACES-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ACESSORIO-MASTER
           IF WS-ACES-STATUS = "35"
              DISPLAY "ACESMAST.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ ACESSORIO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-ACES-COUNT < 200
                          ADD 1 TO WS-ACES-COUNT
                          MOVE AS-CODIGO
                             TO WS-AT-CODIGO(WS-ACES-COUNT)
                          MOVE AS-DESCRICAO
                             TO WS-AT-DESCRICAO(WS-ACES-COUNT)
                          IF AS-PRECO IS NUMERIC
                             MOVE AS-PRECO
                                TO WS-AT-PRECO(WS-ACES-COUNT)
                          ELSE
                             MOVE 0 TO WS-AT-PRECO(WS-ACES-COUNT)
                          END-IF
                          IF AS-INATIVO
                             MOVE "I"
                                TO WS-AT-SITUACAO(WS-ACES-COUNT)
                          ELSE
                             MOVE "A"
                                TO WS-AT-SITUACAO(WS-ACES-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACESSORIO-MASTER
           END-IF.

       GRAVA-CATALOGO.
           OPEN OUTPUT ACESSORIO-MASTER
           PERFORM VARYING WS-ACES-IDX FROM 1 BY 1
                 UNTIL WS-ACES-IDX > WS-ACES-COUNT
              MOVE SPACES TO ACESSORIO-REC
              MOVE WS-AT-CODIGO(WS-ACES-IDX)    TO AS-CODIGO
              MOVE WS-AT-DESCRICAO(WS-ACES-IDX) TO AS-DESCRICAO
              MOVE WS-AT-PRECO(WS-ACES-IDX)     TO AS-PRECO
              MOVE WS-AT-SITUACAO(WS-ACES-IDX)  TO AS-SITUACAO
              WRITE ACESSORIO-REC
           END-PERFORM
           CLOSE ACESSORIO-MASTER.

       LISTA-CATALOGO.
           DISPLAY "COD  DESCRICAO                           PRECO S"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ACES-COUNT
              MOVE WS-AT-PRECO(WS-I) TO WS-PRECO-ED
              DISPLAY WS-AT-CODIGO(WS-I) " " WS-AT-DESCRICAO(WS-I)
                 " " WS-PRECO-ED " " WS-AT-SITUACAO(WS-I)
           END-PERFORM
           IF WS-ACES-COUNT = 0
              DISPLAY "(CATALOGO VAZIO)"
           END-IF.

       LOCALIZA-ITEM.
           MOVE "N" TO WS-ACHOU-ACES
           SET WS-ACES-IDX TO 1
           IF WS-ACES-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SEARCH WS-ACES-ENTRY
              AT END
                 MOVE "N" TO WS-ACHOU-ACES
              WHEN WS-AT-CODIGO(WS-ACES-IDX) = WS-BUSCA-COD
                 MOVE "Y" TO WS-ACHOU-ACES
           END-SEARCH.

       INCLUI-ITEM.
           IF WS-ACES-COUNT > 199
              DISPLAY "CATALOGO CHEIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO DO ITEM (4 POSICOES): "
           ACCEPT WS-BUSCA-COD
           IF WS-BUSCA-COD = SPACES
              DISPLAY "CODIGO EM BRANCO - INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-ITEM
           IF ACHOU-ACES
              DISPLAY "CODIGO " WS-BUSCA-COD " JA CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACES-COUNT
           SET WS-ACES-IDX TO WS-ACES-COUNT
           MOVE WS-BUSCA-COD TO WS-AT-CODIGO(WS-ACES-IDX)
           DISPLAY "DESCRICAO: "
           ACCEPT WS-AT-DESCRICAO(WS-ACES-IDX)
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "PRECO DE VENDA: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-AT-PRECO(WS-ACES-IDX)
           MOVE "A" TO WS-AT-SITUACAO(WS-ACES-IDX)
           MOVE "Y" TO WS-ALTERADO
           MOVE "ITEM DE ACESSORIO INCLUIDO" TO WS-RECIBO-DESCRICAO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERA-PRECO.
           DISPLAY "CODIGO DO ITEM: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-ITEM
           IF NOT ACHOU-ACES
              DISPLAY "CODIGO " WS-BUSCA-COD " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AT-PRECO(WS-ACES-IDX) TO WS-PRECO-ED
           DISPLAY WS-AT-DESCRICAO(WS-ACES-IDX) " PRECO ATUAL "
              WS-PRECO-ED
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "NOVO PRECO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-AT-PRECO(WS-ACES-IDX)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PRECO DO ITEM " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " ALTERADO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERNA-SITUACAO.
           DISPLAY "CODIGO DO ITEM: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-ITEM
           IF NOT ACHOU-ACES
              DISPLAY "CODIGO " WS-BUSCA-COD " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           IF WS-AT-SITUACAO(WS-ACES-IDX) = "I"
              MOVE "A" TO WS-AT-SITUACAO(WS-ACES-IDX)
              STRING "ITEM " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " REATIVADO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           ELSE
              MOVE "I" TO WS-AT-SITUACAO(WS-ACES-IDX)
              STRING "ITEM " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " INATIVADO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           END-IF
           MOVE "Y" TO WS-ALTERADO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".
