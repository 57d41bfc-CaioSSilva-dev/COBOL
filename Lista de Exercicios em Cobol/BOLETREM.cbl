       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETREM.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Remessa mensal de cobranca: um boleto por parcela pendente de
      * PARCELAS.DAT com vencimento no mes informado (AAAAMM), dos
      * contratos em aberto, no arquivo COB<banco>.DAT com o leiaute
      * do banco lido de BOLETLAY.DAT (mesmo esquema do BANCOLAY da
      * folha; banco sem linha ou 0 = leiaute historico de 80
      * posicoes). Header com a data da remessa, um detalhe por
      * boleto (nosso numero = contrato + parcela, vencimento, valor,
      * nome e CPF/CNPJ do pagador) e trailer com quantidade e
      * total. Cada boleto entra no controle BOLETOS.DAT (situacao E)
      * que o BOLETRET baixa com o retorno do banco; parcela ja
      * remetida nao sai de novo. O pagador sem CPF/CNPJ no cadastro
      * de clientes fica fora - o banco nao registra o boleto - e sai
      * em BOLREMEX.DAT para acerto no CUSTMNT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BOLETOS ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOL-STATUS.
           SELECT BOLETO-LAYOUT ASSIGN TO "BOLETLAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT REMESSA ASSIGN TO WS-REM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT EXCECAO-REMESSA ASSIGN TO "BOLREMEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  BOLETOS.
       COPY "BOLETREC.cpy".

       FD  BOLETO-LAYOUT
           RECORD CONTAINS 33 CHARACTERS.
       COPY "BOLLAYREC.cpy".

       FD  REMESSA
           RECORD CONTAINS 120 CHARACTERS.
       01  REMESSA-REC              PIC X(120).

       FD  EXCECAO-REMESSA
           RECORD CONTAINS 70 CHARACTERS.
       01  EXCECAO-REMESSA-REC      PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-BOL-STATUS    PIC XX VALUE SPACES.
       77  WS-LAY-STATUS    PIC XX VALUE SPACES.
       77  WS-REM-STATUS    PIC XX VALUE SPACES.
       77  WS-EXC-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-REM-NOME      PIC X(12) VALUE SPACES.
       77  WS-BANCO-INF     PIC 9(3) VALUE 0.
       77  WS-COMPETENCIA   PIC 9(6) VALUE 0.
       77  WS-COMP-MES      PIC 9(2).
      *    Leiaute do banco da remessa (padrao historico de 80
      *    posicoes quando o banco nao tem linha no BOLETLAY).
       77  WS-LY-TAM        PIC 9(3) VALUE 80.
       77  WS-LY-POS-NOSSO  PIC 9(3) VALUE 1.
       77  WS-LY-POS-VENC   PIC 9(3) VALUE 10.
       77  WS-LY-POS-VALOR  PIC 9(3) VALUE 18.
       77  WS-LY-POS-NOME   PIC 9(3) VALUE 27.
       77  WS-LY-POS-DOC    PIC 9(3) VALUE 57.
       01  WS-REM-BUFFER    PIC X(120).
       01  WS-VAL-9         PIC 9(7)V99.
       01  WS-VAL-X REDEFINES WS-VAL-9 PIC X(9).
       01  WS-TRL-9         PIC 9(9)V99.
       01  WS-TRL-X REDEFINES WS-TRL-9 PIC X(11).
       77  WS-TRL-QTD       PIC 9(6).
      *    Boletos ja remetidos - a parcela nao sai duas vezes.
       77  WS-BOL-COUNT     PIC 9(4) VALUE 0.
       77  WS-BOL-ESTOURO   PIC X VALUE "N".
           88 BOLETOS-ESTOURARAM   VALUE "Y".
       01  WS-BOL-TABELA.
           05  WS-BOL-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-BOL-COUNT
                              INDEXED BY WS-BOL-IDX.
               10  WS-BL-NOSSO     PIC 9(9).
       77  WS-CTR-COUNT     PIC 9(3) VALUE 0.
       01  WS-CTR-TABELA.
           05  WS-CTR-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CTR-COUNT
                              INDEXED BY WS-CTR-IDX.
               10  WS-CT-NUMERO    PIC 9(6).
               10  WS-CT-CLIENTE-ID PIC X(6).
               10  WS-CT-CLIENTE   PIC X(30).
       77  WS-CLI-COUNT     PIC 9(4) VALUE 0.
       01  WS-CLI-TABELA.
           05  WS-CLI-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-CLI-COUNT
                              INDEXED BY WS-CLI-IDX.
               10  WS-CL-ID        PIC X(6).
               10  WS-CL-DOC       PIC X(14).
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-NOSSO-NUMERO  PIC 9(9).
       77  WS-PAGADOR-NOME  PIC X(30).
       77  WS-PAGADOR-DOC   PIC X(14).
       77  WS-QTD-BOLETOS   PIC 9(6) VALUE 0.
       77  WS-TOT-BOLETOS   PIC 9(9)V99 VALUE 0.
       77  WS-QTD-FORA      PIC 9(4) VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXC-LINHA.
           05  WS-EX-CONTRATO   PIC 9(6).
           05  FILLER           PIC X VALUE "/".
           05  WS-EX-PARCELA    PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EX-CLIENTE    PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EX-MOTIVO     PIC X(28).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           DISPLAY "CODIGO DO BANCO DA COBRANCA (0 = LEIAUTE "
              "HISTORICO): "
           ACCEPT WS-BANCO-INF
           DISPLAY "MES DE VENCIMENTO DOS BOLETOS (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              DISPLAY "MES INVALIDO - REMESSA NAO GERADA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-BOLETOS
           IF BOLETOS-ESTOURARAM
              DISPLAY "BOLETOS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "REMESSA RECUSADA PARA NAO DUPLICAR BOLETO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-LAYOUT
           PERFORM CARREGA-CONTRATOS
           PERFORM CARREGA-CLIENTES
           MOVE SPACES TO WS-REM-NOME
           STRING "COB" DELIMITED BY SIZE
                  WS-BANCO-INF DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-REM-NOME
           END-STRING
           PERFORM GERA-REMESSA
           IF WS-PARC-STATUS = "35"
              DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                 "NADA A REMETER"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TOT-BOLETOS TO WS-TOT-ED
           DISPLAY "REMESSA DE COBRANCA EM " WS-REM-NOME ": "
              WS-QTD-BOLETOS " BOLETO(S), TOTAL " WS-TOT-ED
           IF WS-QTD-FORA > 0
              DISPLAY WS-QTD-FORA " PARCELA(S) FORA DA REMESSA - "
                 "VER BOLREMEX.DAT"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-LAYOUT.
           IF WS-BANCO-INF = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT BOLETO-LAYOUT
           IF WS-LAY-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ BOLETO-LAYOUT
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF BL-BANCO = WS-BANCO-INF
                       MOVE BL-TAM       TO WS-LY-TAM
                       MOVE BL-POS-NOSSO TO WS-LY-POS-NOSSO
                       MOVE BL-POS-VENC  TO WS-LY-POS-VENC
                       MOVE BL-POS-VALOR TO WS-LY-POS-VALOR
                       MOVE BL-POS-NOME  TO WS-LY-POS-NOME
                       MOVE BL-POS-DOC   TO WS-LY-POS-DOC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOLETO-LAYOUT.

      *    O boleto rejeitado pelo banco pode sair de novo; enviado,
      *    liquidado ou divergente ja esta com o banco.
       CARREGA-BOLETOS.
           MOVE 0 TO WS-BOL-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT BOLETOS
           IF WS-BOL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ BOLETOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF NOT BO-REJEITADO
                       IF WS-BOL-COUNT < 2000
                          ADD 1 TO WS-BOL-COUNT
                          MOVE BO-NOSSO-NUMERO
                             TO WS-BL-NOSSO(WS-BOL-COUNT)
                       ELSE
                          MOVE "Y" TO WS-BOL-ESTOURO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOLETOS.

       CARREGA-CONTRATOS.
           MOVE 0 TO WS-CTR-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONTRATOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CT-ABERTO AND WS-CTR-COUNT < 500
                       ADD 1 TO WS-CTR-COUNT
                       MOVE CT-NUMERO
                          TO WS-CT-NUMERO(WS-CTR-COUNT)
                       MOVE CT-CLIENTE-ID
                          TO WS-CT-CLIENTE-ID(WS-CTR-COUNT)
                       MOVE CT-CLIENTE
                          TO WS-CT-CLIENTE(WS-CTR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS.

       CARREGA-CLIENTES.
           MOVE 0 TO WS-CLI-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CUSTOMER-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF NOT CM-SEM-DOCUMENTO AND WS-CLI-COUNT < 2000
                       ADD 1 TO WS-CLI-COUNT
                       MOVE CM-CUSTOMER-ID
                          TO WS-CL-ID(WS-CLI-COUNT)
                       MOVE CM-DOC-NUMERO
                          TO WS-CL-DOC(WS-CLI-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

       GERA-REMESSA.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REMESSA
           OPEN OUTPUT EXCECAO-REMESSA
           MOVE "===== PARCELAS FORA DA REMESSA DE COBRANCA ====="
              TO EXCECAO-REMESSA-REC
           WRITE EXCECAO-REMESSA-REC
           OPEN EXTEND BOLETOS
           IF WS-BOL-STATUS = "35"
              CLOSE BOLETOS
              OPEN OUTPUT BOLETOS
           END-IF
           MOVE SPACES TO WS-REM-BUFFER
           MOVE "REM" TO WS-REM-BUFFER(1:3)
           MOVE WS-HOJE TO WS-REM-BUFFER(4:8)
           WRITE REMESSA-REC FROM WS-REM-BUFFER(1:WS-LY-TAM)
           PERFORM UNTIL EOF-ARQ
              READ PARCELAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PA-PENDENTE
                          AND PA-VENCIMENTO(1:6) = WS-COMPETENCIA
                       PERFORM GERA-BOLETO-PARCELA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS
           MOVE SPACES TO WS-REM-BUFFER
           MOVE "TRL" TO WS-REM-BUFFER(1:3)
           MOVE WS-QTD-BOLETOS TO WS-TRL-QTD
           MOVE WS-TRL-QTD TO WS-REM-BUFFER(4:6)
           MOVE WS-TOT-BOLETOS TO WS-TRL-9
           MOVE WS-TRL-X TO WS-REM-BUFFER(10:11)
           WRITE REMESSA-REC FROM WS-REM-BUFFER(1:WS-LY-TAM)
           CLOSE REMESSA
           CLOSE EXCECAO-REMESSA
           CLOSE BOLETOS.

       GERA-BOLETO-PARCELA.
           MOVE PA-CONTRATO TO WS-NOSSO-NUMERO(1:6)
           MOVE PA-NUMERO   TO WS-NOSSO-NUMERO(7:3)
           IF WS-BOL-COUNT > 0
              SET WS-BOL-IDX TO 1
              SEARCH WS-BOL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-BL-NOSSO(WS-BOL-IDX) = WS-NOSSO-NUMERO
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           MOVE "N" TO WS-ACHOU
           IF WS-CTR-COUNT > 0
              SET WS-CTR-IDX TO 1
              SEARCH WS-CTR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CT-NUMERO(WS-CTR-IDX) = PA-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-CLIENTE(WS-CTR-IDX) TO WS-PAGADOR-NOME
           MOVE SPACES TO WS-PAGADOR-DOC
           IF WS-CLI-COUNT > 0
                 AND WS-CT-CLIENTE-ID(WS-CTR-IDX) NOT = SPACES
              SET WS-CLI-IDX TO 1
              SEARCH WS-CLI-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CL-ID(WS-CLI-IDX)
                       = WS-CT-CLIENTE-ID(WS-CTR-IDX)
                    MOVE WS-CL-DOC(WS-CLI-IDX) TO WS-PAGADOR-DOC
              END-SEARCH
           END-IF
           IF WS-PAGADOR-DOC = SPACES
              ADD 1 TO WS-QTD-FORA
              MOVE PA-CONTRATO     TO WS-EX-CONTRATO
              MOVE PA-NUMERO       TO WS-EX-PARCELA
              MOVE WS-PAGADOR-NOME TO WS-EX-CLIENTE
              MOVE "PAGADOR SEM CPF/CNPJ"  TO WS-EX-MOTIVO
              WRITE EXCECAO-REMESSA-REC FROM WS-EXC-LINHA
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-BOLETOS
           ADD PA-VALOR TO WS-TOT-BOLETOS
           MOVE SPACES TO WS-REM-BUFFER
           MOVE WS-NOSSO-NUMERO TO WS-REM-BUFFER(WS-LY-POS-NOSSO:9)
           MOVE PA-VENCIMENTO   TO WS-REM-BUFFER(WS-LY-POS-VENC:8)
           MOVE PA-VALOR TO WS-VAL-9
           MOVE WS-VAL-X TO WS-REM-BUFFER(WS-LY-POS-VALOR:9)
           MOVE WS-PAGADOR-NOME TO WS-REM-BUFFER(WS-LY-POS-NOME:30)
           MOVE WS-PAGADOR-DOC  TO WS-REM-BUFFER(WS-LY-POS-DOC:14)
           WRITE REMESSA-REC FROM WS-REM-BUFFER(1:WS-LY-TAM)
           MOVE SPACES TO BOLETO-REC
           MOVE PA-CONTRATO   TO BO-CONTRATO
           MOVE PA-NUMERO     TO BO-PARCELA
           MOVE WS-BANCO-INF  TO BO-BANCO
           MOVE PA-VENCIMENTO TO BO-VENCIMENTO
           MOVE PA-VALOR      TO BO-VALOR
           MOVE WS-HOJE       TO BO-DATA-REMESSA
           SET BO-ENVIADO TO TRUE
           MOVE 0 TO BO-DATA-PGTO
           MOVE 0 TO BO-VLR-PAGO
           WRITE BOLETO-REC.

       COPY "DATANEGP.cpy".
