       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Negativacao no cadastro de protecao ao credito (biro), rodada
      * periodica sobre a carteira de PARCELAS.DAT:
      *   - contrato com parcela pendente vencida ha mais dias que o
      *     limite (90, como a restricao do RECEBAGE) recebe a carta
      *     de aviso previo em NEGAVISO.DAT e entra no registro
      *     NEGATIV.DAT como avisado;
      *   - passado o prazo do aviso sem acerto, o contrato vai para
      *     o arquivo do biro NEGBIRO.DAT como inclusao (CPF/CNPJ,
      *     nome, contrato, valor vencido e vencimento mais antigo);
      *   - quando a parcela que motivou o aviso deixa de estar
      *     pendente (paga no RECEBPAG/BOLETRET ou renegociada no
      *     RENEGOC) o negativado sai no NEGBIRO.DAT como exclusao e
      *     o avisado e cancelado sem ir ao biro;
      *   - NEGREL.DAT lista o que esta negativado hoje e o resumo da
      *     rodada.
      * Dias de aviso e de atraso em NEGPAR.DAT (10 e 90 quando o
      * arquivo falta). Cliente sem CPF/CNPJ no CUSTMAST nao pode ser
      * negativado e sai no relatorio para acerto. O endereco da carta
      * vem do PESSOAEND.DAT da pessoa com o mesmo CPF (ou nome).
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
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-ENDERECO ASSIGN TO "PESSOAEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDER-STATUS.
           SELECT NEGATIVACAO ASSIGN TO "NEGATIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEG-STATUS.
           SELECT NEGATIVA-PARAMETRO ASSIGN TO "NEGPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT ARQUIVO-BIRO ASSIGN TO "NEGBIRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIRO-STATUS.
           SELECT CARTAS-AVISO ASSIGN TO "NEGAVISO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT NEGATIVA-REPORT ASSIGN TO "NEGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
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

       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  PESSOA-ENDERECO.
       COPY "ENDERREC.cpy".

       FD  NEGATIVACAO.
       COPY "NEGREC.cpy".

      *    Dias de aviso previo antes da inclusao e dias de atraso
      *    que disparam o aviso.
       FD  NEGATIVA-PARAMETRO
           RECORD CONTAINS 6 CHARACTERS.
       01  NEGATIVA-PARAMETRO-REC.
           05  NP-DIAS-AVISO     PIC 9(3).
           05  NP-DIAS-ATRASO    PIC 9(3).

      *    Leiaute do biro: 0 header, 1 movimento (I inclusao, E
      *    exclusao), 9 trailer.
       FD  ARQUIVO-BIRO
           RECORD CONTAINS 100 CHARACTERS.
       01  ARQUIVO-BIRO-REC         PIC X(100).

       FD  CARTAS-AVISO
           RECORD CONTAINS 70 CHARACTERS.
       01  CARTAS-AVISO-REC         PIC X(70).

       FD  NEGATIVA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  NEGATIVA-REPORT-REC      PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-ENDER-STATUS  PIC XX VALUE SPACES.
       77  WS-NEG-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-BIRO-STATUS   PIC XX VALUE SPACES.
       77  WS-CAR-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-HOJE-INT      PIC 9(8).
       77  WS-VENC-INT      PIC 9(8).
       77  WS-DIAS-AVISO    PIC 9(3) VALUE 10.
       77  WS-DIAS-ATRASO   PIC 9(3) VALUE 90.
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
      *    Registro de negativacoes em memoria, regravado no fim.
       77  WS-NEG-COUNT     PIC 9(4) VALUE 0.
       77  WS-NEG-ESTOURO   PIC X VALUE "N".
           88 REGISTRO-ESTOUROU    VALUE "Y".
       01  WS-NEG-TABELA.
           05  WS-NEG-ENTRY OCCURS 1000 TIMES.
               10  WS-NEG-LINHA    PIC X(102).
               10  WS-NEG-PENDENTE PIC X.
      *    Atraso por contrato apurado na carteira.
       77  WS-ATR-COUNT     PIC 9(3) VALUE 0.
       01  WS-ATR-TABELA.
           05  WS-ATR-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-ATR-COUNT
                              INDEXED BY WS-ATR-IDX.
               10  WS-AT-CONTRATO  PIC 9(6).
               10  WS-AT-PARCELA   PIC 9(3).
               10  WS-AT-VENC      PIC 9(8).
               10  WS-AT-VALOR     PIC 9(7)V99.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-EM-CURSO      PIC X VALUE "N".
           88 JA-EM-CURSO          VALUE "Y".
      *    Dados do devedor para aviso e biro.
       77  WS-DEV-CLIENTE-ID PIC X(6).
       77  WS-DEV-CLIENTE   PIC X(30).
       77  WS-DEV-DOC-TIPO  PIC X.
       77  WS-DEV-DOC       PIC X(14).
       77  WS-REG-PESSOA    PIC 9(6) VALUE 0.
       77  WS-TEM-ENDERECO  PIC X VALUE "N".
           88 TEM-ENDERECO         VALUE "Y".
       77  WS-EN-ENDERECO   PIC X(40).
       77  WS-EN-NUMERO     PIC X(6).
       77  WS-EN-CIDADE     PIC X(20).
       77  WS-EN-UF         PIC X(2).
       77  WS-EN-CEP        PIC X(8).
       01  WS-DATA-W        PIC 9(8).
       01  WS-DATA-W-R REDEFINES WS-DATA-W.
           05  WS-DW-ANO        PIC 9(4).
           05  WS-DW-MES        PIC 9(2).
           05  WS-DW-DIA        PIC 9(2).
       01  WS-DATA-ED.
           05  WS-DE-DIA        PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  WS-DE-MES        PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  WS-DE-ANO        PIC 9(4).
       77  WS-VALOR-ED      PIC ZZZ,ZZ9.99.
       77  WS-DIAS-ED       PIC ZZ9.
       77  WS-QTD-AVISOS    PIC 9(4) VALUE 0.
       77  WS-QTD-INCLUSOES PIC 9(4) VALUE 0.
       77  WS-QTD-EXCLUSOES PIC 9(4) VALUE 0.
       77  WS-QTD-CANCELADOS PIC 9(4) VALUE 0.
       77  WS-QTD-SEM-DOC   PIC 9(4) VALUE 0.
       77  WS-QTD-LISTADOS  PIC 9(4) VALUE 0.
       77  WS-QTD-BIRO      PIC 9(6) VALUE 0.
       01  WS-BIRO-DETALHE.
           05  FILLER           PIC X VALUE "1".
           05  WS-BD-MOVIMENTO  PIC X.
           05  WS-BD-DOC-TIPO   PIC X.
           05  WS-BD-DOC        PIC X(14).
           05  WS-BD-NOME       PIC X(30).
           05  WS-BD-CONTRATO   PIC 9(6).
           05  WS-BD-VALOR      PIC 9(7)V99.
           05  WS-BD-VENCIMENTO PIC 9(8).
           05  WS-BD-DATA       PIC 9(8).
           05  FILLER           PIC X(22) VALUE SPACES.
       01  WS-BIRO-HEADER.
           05  FILLER           PIC X VALUE "0".
           05  WS-BH-DATA       PIC 9(8).
           05  FILLER           PIC X(11) VALUE "NEGATIVACAO".
           05  FILLER           PIC X(80) VALUE SPACES.
       01  WS-BIRO-TRAILER.
           05  FILLER           PIC X VALUE "9".
           05  WS-BT-QTD        PIC 9(6).
           05  FILLER           PIC X(93) VALUE SPACES.
       01  WS-REL-LINHA.
           05  WS-RL-CONTRATO   PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-DOC        PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CLIENTE    PIC X(25).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VALOR      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-DATA       PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-OBS        PIC X(12).
       01  WS-RES-LINHA.
           05  WS-RS-LABEL      PIC X(40).
           05  WS-RS-VALOR      PIC ZZZ9.
           05  FILLER           PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-REGISTRO
           IF REGISTRO-ESTOUROU
              DISPLAY "NEGATIV.DAT MAIOR QUE A TABELA DE 1000 - "
                 "RODADA RECUSADA PARA NAO PERDER NEGATIVACAO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APURA-ATRASOS
           IF WS-PARC-STATUS = "35"
              DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                 "CARTEIRA VAZIA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ARQUIVO-BIRO
           MOVE WS-HOJE TO WS-BH-DATA
           WRITE ARQUIVO-BIRO-REC FROM WS-BIRO-HEADER
           OPEN OUTPUT NEGATIVA-REPORT
           MOVE "===== NEGATIVACOES - CLIENTES SEM CPF/CNPJ ====="
              TO NEGATIVA-REPORT-REC
           WRITE NEGATIVA-REPORT-REC
           PERFORM ATUALIZA-EM-CURSO
           PERFORM GERA-NOVOS-AVISOS
           MOVE WS-QTD-BIRO TO WS-BT-QTD
           WRITE ARQUIVO-BIRO-REC FROM WS-BIRO-TRAILER
           CLOSE ARQUIVO-BIRO
           PERFORM REGRAVA-REGISTRO
           PERFORM GRAVA-RELATORIO
           CLOSE NEGATIVA-REPORT
           DISPLAY "NEGATIVACAO: " WS-QTD-AVISOS " AVISO(S), "
              WS-QTD-INCLUSOES " INCLUSAO(OES), " WS-QTD-EXCLUSOES
              " EXCLUSAO(OES) EM NEGBIRO.DAT - VER NEGREL.DAT"
           IF WS-QTD-SEM-DOC > 0
              DISPLAY WS-QTD-SEM-DOC " CONTRATO(S) EM ATRASO SEM "
                 "CPF/CNPJ DO CLIENTE - NAO NEGATIVADO(S)"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT NEGATIVA-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "NEGPAR.DAT NAO ENCONTRADO - AVISO DE 10 DIAS "
                 "E ATRASO ACIMA DE 90 DIAS"
              EXIT PARAGRAPH
           END-IF
           READ NEGATIVA-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF NP-DIAS-AVISO IS NUMERIC
                    MOVE NP-DIAS-AVISO TO WS-DIAS-AVISO
                 END-IF
                 IF NP-DIAS-ATRASO IS NUMERIC AND NP-DIAS-ATRASO > 0
                    MOVE NP-DIAS-ATRASO TO WS-DIAS-ATRASO
                 END-IF
           END-READ
           CLOSE NEGATIVA-PARAMETRO.

       CARREGA-REGISTRO.
           MOVE 0 TO WS-NEG-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT NEGATIVACAO
           IF WS-NEG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ NEGATIVACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-NEG-COUNT < 1000
                       ADD 1 TO WS-NEG-COUNT
                       MOVE NEGATIVACAO-REC
                          TO WS-NEG-LINHA(WS-NEG-COUNT)
                       MOVE "N" TO WS-NEG-PENDENTE(WS-NEG-COUNT)
                    ELSE
                       MOVE "Y" TO WS-NEG-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NEGATIVACAO.

      *    Uma passada na carteira: marca no registro as parcelas
      *    avisadas/negativadas que seguem pendentes e soma, por
      *    contrato, o vencido com a parcela mais antiga alem do
      *    limite de atraso.
       APURA-ATRASOS.
           MOVE 0 TO WS-ATR-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PARCELAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PA-PENDENTE
                       PERFORM MARCA-PARCELA-REGISTRO
                       IF PA-VENCIMENTO < WS-HOJE
                          PERFORM ACUMULA-ATRASO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS.

       MARCA-PARCELA-REGISTRO.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NEG-COUNT
              MOVE WS-NEG-LINHA(WS-I) TO NEGATIVACAO-REC
              IF NG-EM-CURSO AND NG-CONTRATO = PA-CONTRATO
                    AND NG-PARCELA = PA-NUMERO
                 MOVE "Y" TO WS-NEG-PENDENTE(WS-I)
              END-IF
           END-PERFORM.

       ACUMULA-ATRASO.
           MOVE "N" TO WS-ACHOU
           IF WS-ATR-COUNT > 0
              SET WS-ATR-IDX TO 1
              SEARCH WS-ATR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AT-CONTRATO(WS-ATR-IDX) = PA-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              IF WS-ATR-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ATR-COUNT
              SET WS-ATR-IDX TO WS-ATR-COUNT
              MOVE PA-CONTRATO TO WS-AT-CONTRATO(WS-ATR-IDX)
              MOVE 0 TO WS-AT-PARCELA(WS-ATR-IDX)
              MOVE 99999999 TO WS-AT-VENC(WS-ATR-IDX)
              MOVE 0 TO WS-AT-VALOR(WS-ATR-IDX)
           END-IF
           ADD PA-VALOR TO WS-AT-VALOR(WS-ATR-IDX)
           COMPUTE WS-VENC-INT =
              FUNCTION INTEGER-OF-DATE(PA-VENCIMENTO)
           IF WS-HOJE-INT - WS-VENC-INT > WS-DIAS-ATRASO
                 AND PA-VENCIMENTO < WS-AT-VENC(WS-ATR-IDX)
              MOVE PA-NUMERO     TO WS-AT-PARCELA(WS-ATR-IDX)
              MOVE PA-VENCIMENTO TO WS-AT-VENC(WS-ATR-IDX)
           END-IF.

      *    Parcela do aviso que deixou de estar pendente: se o
      *    contrato ainda tem outra alem do limite de atraso, a
      *    negativacao passa para ela; senao sai do biro (negativado)
      *    ou nem chega a ir (avisado). A que continua em aberto
      *    depois do prazo do aviso vai para o biro.
       ATUALIZA-EM-CURSO.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NEG-COUNT
              MOVE WS-NEG-LINHA(WS-I) TO NEGATIVACAO-REC
              IF NG-EM-CURSO
                 IF WS-NEG-PENDENTE(WS-I) = "N"
                    PERFORM BAIXA-NEGATIVACAO
                 ELSE
                    IF NG-AVISADO
                       PERFORM VERIFICA-PRAZO-AVISO
                    END-IF
                 END-IF
                 MOVE NEGATIVACAO-REC TO WS-NEG-LINHA(WS-I)
              END-IF
           END-PERFORM.

       BAIXA-NEGATIVACAO.
           MOVE "N" TO WS-ACHOU
           IF WS-ATR-COUNT > 0
              SET WS-ATR-IDX TO 1
              SEARCH WS-ATR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AT-CONTRATO(WS-ATR-IDX) = NG-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF ACHOU AND WS-AT-PARCELA(WS-ATR-IDX) > 0
              MOVE WS-AT-PARCELA(WS-ATR-IDX) TO NG-PARCELA
              MOVE WS-AT-VENC(WS-ATR-IDX)    TO NG-VENCIMENTO
              MOVE WS-AT-VALOR(WS-ATR-IDX)   TO NG-VALOR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE TO NG-DATA-BAIXA
           IF NG-NEGATIVADO
              MOVE "E" TO WS-BD-MOVIMENTO
              PERFORM GRAVA-MOVIMENTO-BIRO
              SET NG-BAIXADO TO TRUE
              ADD 1 TO WS-QTD-EXCLUSOES
           ELSE
              SET NG-CANCELADO TO TRUE
              ADD 1 TO WS-QTD-CANCELADOS
           END-IF.

       VERIFICA-PRAZO-AVISO.
           COMPUTE WS-VENC-INT =
              FUNCTION INTEGER-OF-DATE(NG-DATA-AVISO)
           IF WS-HOJE-INT - WS-VENC-INT < WS-DIAS-AVISO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU
           IF WS-ATR-COUNT > 0
              SET WS-ATR-IDX TO 1
              SEARCH WS-ATR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AT-CONTRATO(WS-ATR-IDX) = NG-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF ACHOU
              MOVE WS-AT-VALOR(WS-ATR-IDX) TO NG-VALOR
           END-IF
           MOVE WS-HOJE TO NG-DATA-INCLUSAO
           MOVE "I" TO WS-BD-MOVIMENTO
           PERFORM GRAVA-MOVIMENTO-BIRO
           SET NG-NEGATIVADO TO TRUE
           ADD 1 TO WS-QTD-INCLUSOES.

       GRAVA-MOVIMENTO-BIRO.
           MOVE NG-DOC-TIPO    TO WS-BD-DOC-TIPO
           MOVE NG-DOC-NUMERO  TO WS-BD-DOC
           MOVE NG-CLIENTE     TO WS-BD-NOME
           MOVE NG-CONTRATO    TO WS-BD-CONTRATO
           MOVE NG-VALOR       TO WS-BD-VALOR
           MOVE NG-VENCIMENTO  TO WS-BD-VENCIMENTO
           MOVE WS-HOJE        TO WS-BD-DATA
           WRITE ARQUIVO-BIRO-REC FROM WS-BIRO-DETALHE
           ADD 1 TO WS-QTD-BIRO.

      *    Contrato alem do limite de atraso sem negativacao em curso
      *    recebe o aviso previo.
       GERA-NOVOS-AVISOS.
           OPEN EXTEND CARTAS-AVISO
           IF WS-CAR-STATUS = "35"
              CLOSE CARTAS-AVISO
              OPEN OUTPUT CARTAS-AVISO
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-ATR-COUNT
              IF WS-AT-PARCELA(WS-J) > 0
                 PERFORM VERIFICA-EM-CURSO
                 IF NOT JA-EM-CURSO
                    PERFORM AVISA-CONTRATO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CARTAS-AVISO.

       VERIFICA-EM-CURSO.
           MOVE "N" TO WS-EM-CURSO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NEG-COUNT
              MOVE WS-NEG-LINHA(WS-I) TO NEGATIVACAO-REC
              IF NG-EM-CURSO AND NG-CONTRATO = WS-AT-CONTRATO(WS-J)
                 MOVE "Y" TO WS-EM-CURSO
              END-IF
           END-PERFORM.

       AVISA-CONTRATO.
           PERFORM BUSCA-DEVEDOR
           IF WS-DEV-DOC = SPACES
              ADD 1 TO WS-QTD-SEM-DOC
              MOVE SPACES TO WS-REL-LINHA
              MOVE WS-AT-CONTRATO(WS-J) TO WS-RL-CONTRATO
              MOVE "SEM CPF/CNPJ"       TO WS-RL-DOC
              MOVE WS-DEV-CLIENTE       TO WS-RL-CLIENTE
              MOVE WS-AT-VALOR(WS-J)    TO WS-RL-VALOR
              MOVE WS-AT-VENC(WS-J)     TO WS-RL-DATA
              WRITE NEGATIVA-REPORT-REC FROM WS-REL-LINHA
              EXIT PARAGRAPH
           END-IF
           IF WS-NEG-COUNT >= 1000
              DISPLAY "REGISTRO DE NEGATIVACOES CHEIO - CONTRATO "
                 WS-AT-CONTRATO(WS-J) " NAO AVISADO"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NEGATIVACAO-REC
           MOVE WS-AT-CONTRATO(WS-J) TO NG-CONTRATO
           MOVE WS-AT-PARCELA(WS-J)  TO NG-PARCELA
           MOVE WS-DEV-CLIENTE-ID    TO NG-CLIENTE-ID
           MOVE WS-DEV-CLIENTE       TO NG-CLIENTE
           MOVE WS-DEV-DOC-TIPO      TO NG-DOC-TIPO
           MOVE WS-DEV-DOC           TO NG-DOC-NUMERO
           MOVE WS-AT-VALOR(WS-J)    TO NG-VALOR
           MOVE WS-AT-VENC(WS-J)     TO NG-VENCIMENTO
           MOVE WS-HOJE              TO NG-DATA-AVISO
           MOVE 0 TO NG-DATA-INCLUSAO
           MOVE 0 TO NG-DATA-BAIXA
           SET NG-AVISADO TO TRUE
           ADD 1 TO WS-NEG-COUNT
           MOVE NEGATIVACAO-REC TO WS-NEG-LINHA(WS-NEG-COUNT)
           MOVE "Y" TO WS-NEG-PENDENTE(WS-NEG-COUNT)
           ADD 1 TO WS-QTD-AVISOS
           PERFORM BUSCA-ENDERECO-DEVEDOR
           PERFORM GRAVA-CARTA-AVISO.

       BUSCA-DEVEDOR.
           MOVE SPACES TO WS-DEV-CLIENTE-ID
           MOVE "(CONTRATO SEM CADASTRO)" TO WS-DEV-CLIENTE
           MOVE SPACE  TO WS-DEV-DOC-TIPO
           MOVE SPACES TO WS-DEV-DOC
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ CONTRATOS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF CT-NUMERO = WS-AT-CONTRATO(WS-J)
                          MOVE CT-CLIENTE-ID TO WS-DEV-CLIENTE-ID
                          MOVE CT-CLIENTE    TO WS-DEV-CLIENTE
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATOS
           END-IF
           IF WS-DEV-CLIENTE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ CUSTOMER-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF CM-CUSTOMER-ID = WS-DEV-CLIENTE-ID
                          MOVE CM-DOC-TIPO   TO WS-DEV-DOC-TIPO
                          MOVE CM-DOC-NUMERO TO WS-DEV-DOC
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

      *    O id do CUSTMAST nao e registro do PESSOA: a pessoa e
      *    achada pelo CPF (PES-ID-NACIONAL) ou, na falta, pelo nome.
       BUSCA-ENDERECO-DEVEDOR.
           MOVE "N" TO WS-TEM-ENDERECO
           MOVE 0 TO WS-REG-PESSOA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ PESSOA-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-DEV-DOC-TIPO = "F"
                             AND PES-ID-NACIONAL = WS-DEV-DOC(1:11)
                          MOVE PES-REG-NUM TO WS-REG-PESSOA
                          MOVE "Y" TO WS-EOF-ARQ
                       ELSE
                          IF PES-NAME(1:30) = WS-DEV-CLIENTE
                                AND PES-ATIVO AND WS-REG-PESSOA = 0
                             MOVE PES-REG-NUM TO WS-REG-PESSOA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESSOA-MASTER
           END-IF
           IF WS-REG-PESSOA = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-ENDERECO
           IF WS-ENDER-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ PESSOA-ENDERECO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF END-REG-NUM = WS-REG-PESSOA
                             AND END-ENDERECO NOT = SPACES
                          MOVE "Y" TO WS-TEM-ENDERECO
                          MOVE END-ENDERECO TO WS-EN-ENDERECO
                          MOVE END-NUMERO   TO WS-EN-NUMERO
                          MOVE END-CIDADE   TO WS-EN-CIDADE
                          MOVE END-UF       TO WS-EN-UF
                          MOVE END-CEP      TO WS-EN-CEP
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESSOA-ENDERECO
           END-IF.

      *    Carta no estilo das do RECALL: saudacao, endereco, debito
      *    e o prazo para acerto antes da inclusao no biro.
       GRAVA-CARTA-AVISO.
           MOVE ALL "-" TO CARTAS-AVISO-REC
           WRITE CARTAS-AVISO-REC
           MOVE SPACES TO CARTAS-AVISO-REC
           STRING "PREZADO(A) " DELIMITED BY SIZE
                  FUNCTION TRIM(NG-CLIENTE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CARTAS-AVISO-REC
           END-STRING
           WRITE CARTAS-AVISO-REC
           IF TEM-ENDERECO
              MOVE SPACES TO CARTAS-AVISO-REC
              STRING FUNCTION TRIM(WS-EN-ENDERECO) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EN-NUMERO DELIMITED BY SIZE
                     INTO CARTAS-AVISO-REC
              END-STRING
              WRITE CARTAS-AVISO-REC
              IF WS-EN-CIDADE NOT = SPACES
                    OR WS-EN-CEP NOT = SPACES
                 MOVE SPACES TO CARTAS-AVISO-REC
                 STRING FUNCTION TRIM(WS-EN-CIDADE)
                        DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        WS-EN-UF DELIMITED BY SIZE
                        " CEP " DELIMITED BY SIZE
                        WS-EN-CEP DELIMITED BY SIZE
                        INTO CARTAS-AVISO-REC
                 END-STRING
                 WRITE CARTAS-AVISO-REC
              END-IF
           ELSE
              MOVE "(ENDERECO NAO CADASTRADO)" TO CARTAS-AVISO-REC
              WRITE CARTAS-AVISO-REC
           END-IF
           MOVE NG-VENCIMENTO TO WS-DATA-W
           MOVE WS-DW-DIA TO WS-DE-DIA
           MOVE WS-DW-MES TO WS-DE-MES
           MOVE WS-DW-ANO TO WS-DE-ANO
           MOVE SPACES TO CARTAS-AVISO-REC
           STRING "O CONTRATO " DELIMITED BY SIZE
                  NG-CONTRATO DELIMITED BY SIZE
                  " TEM PARCELA VENCIDA DESDE " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CARTAS-AVISO-REC
           END-STRING
           WRITE CARTAS-AVISO-REC
           MOVE NG-VALOR TO WS-VALOR-ED
           MOVE SPACES TO CARTAS-AVISO-REC
           STRING "TOTALIZANDO R$ " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-ED) DELIMITED BY SIZE
                  " EM ATRASO." DELIMITED BY SIZE
                  INTO CARTAS-AVISO-REC
           END-STRING
           WRITE CARTAS-AVISO-REC
           MOVE WS-DIAS-AVISO TO WS-DIAS-ED
           MOVE SPACES TO CARTAS-AVISO-REC
           STRING "SEM PAGAMENTO OU ACORDO EM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIAS-ED) DELIMITED BY SIZE
                  " DIAS DESTA DATA, O DEBITO" DELIMITED BY SIZE
                  INTO CARTAS-AVISO-REC
           END-STRING
           WRITE CARTAS-AVISO-REC
           MOVE "SERA INFORMADO AO CADASTRO DE PROTECAO AO CREDITO."
              TO CARTAS-AVISO-REC
           WRITE CARTAS-AVISO-REC.

       REGRAVA-REGISTRO.
           OPEN OUTPUT NEGATIVACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NEG-COUNT
              MOVE WS-NEG-LINHA(WS-I) TO NEGATIVACAO-REC
              WRITE NEGATIVACAO-REC
           END-PERFORM
           CLOSE NEGATIVACAO.

       GRAVA-RELATORIO.
           MOVE SPACES TO NEGATIVA-REPORT-REC
           WRITE NEGATIVA-REPORT-REC
           MOVE "===== NEGATIVADOS NO BIRO HOJE ====="
              TO NEGATIVA-REPORT-REC
           WRITE NEGATIVA-REPORT-REC
           MOVE 0 TO WS-QTD-LISTADOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NEG-COUNT
              MOVE WS-NEG-LINHA(WS-I) TO NEGATIVACAO-REC
              IF NG-NEGATIVADO
                 ADD 1 TO WS-QTD-LISTADOS
                 MOVE NG-CONTRATO      TO WS-RL-CONTRATO
                 MOVE NG-DOC-NUMERO    TO WS-RL-DOC
                 MOVE NG-CLIENTE       TO WS-RL-CLIENTE
                 MOVE NG-VALOR         TO WS-RL-VALOR
                 MOVE NG-DATA-INCLUSAO TO WS-RL-DATA
                 MOVE "DESDE"          TO WS-RL-OBS
                 WRITE NEGATIVA-REPORT-REC FROM WS-REL-LINHA
              END-IF
           END-PERFORM
           MOVE SPACES TO NEGATIVA-REPORT-REC
           WRITE NEGATIVA-REPORT-REC
           MOVE SPACES TO WS-RES-LINHA
           MOVE "NEGATIVADOS HOJE:" TO WS-RS-LABEL
           MOVE WS-QTD-LISTADOS TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "AVISOS PREVIOS EMITIDOS NA RODADA:" TO WS-RS-LABEL
           MOVE WS-QTD-AVISOS TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "INCLUSOES ENVIADAS AO BIRO:" TO WS-RS-LABEL
           MOVE WS-QTD-INCLUSOES TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "EXCLUSOES ENVIADAS AO BIRO:" TO WS-RS-LABEL
           MOVE WS-QTD-EXCLUSOES TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "AVISOS CANCELADOS (ACERTO NO PRAZO):"
              TO WS-RS-LABEL
           MOVE WS-QTD-CANCELADOS TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "EM ATRASO SEM CPF/CNPJ:" TO WS-RS-LABEL
           MOVE WS-QTD-SEM-DOC TO WS-RS-VALOR
           WRITE NEGATIVA-REPORT-REC FROM WS-RES-LINHA.

       COPY "DATANEGP.cpy".
