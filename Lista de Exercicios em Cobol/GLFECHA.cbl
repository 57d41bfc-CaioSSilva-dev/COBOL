      * Fechamento de periodo contabil sobre os lancamentos de
      * GLIFACE.DAT:
      *   - balancete do mes informado por conta (debitos, creditos e
      *     saldo) em BALANCETE.DAT, e as mesmas linhas por conta em
      *     BALANCETE.CSV (EXPORTA.cpy) para a planilha, sem titulo
      *     nem totais;
      *   - conferencia dura: debitos diferentes de creditos derrubam
      *     a rodada com RETURN-CODE 8 - a planilha do contador deixa
      *     de ser a prova;
      *   - mes conferido pode ser travado em GLLOCK.DAT; o CONTABIL
      *     recusa lancar em mes travado, entao um mes fechado nao
      *     recebe lancamento atrasado em silencio.
      * O saldo de cada conta parte da abertura do ano em GLSALDO.DAT
      * (gravada pelo encerramento do exercicio, GLENCERR) mais o
      * movimento do ano antes do mes; ano ainda sem abertura parte
      * de todo o historico anterior ao mes.
      * Em lote (chamada "B", passo mensal do SEC-PROC) fecha o mes
      * anterior ao da data de negocio (DATANEG.DAT) e nao trava o
      * mes - a trava continua sendo decisao do contador.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-LOCK ASSIGN TO "GLLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT GL-SALDO ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT BALANCETE ASSIGN TO "BALANCETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT BALANCETE-EXPORTA ASSIGN TO "BALANCETE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    GI-CCUSTO acrescentado ao final - o contador separa o
           RECORD CONTAINS 6 CHARACTERS.
       01  GL-LOCK-REC              PIC 9(6).

       FD  GL-SALDO
           RECORD CONTAINS 30 CHARACTERS.
       COPY "GLSALREC.cpy".

       FD  BALANCETE
           RECORD CONTAINS 90 CHARACTERS.
       01  BALANCETE-REC            PIC X(90).

       FD  BALANCETE-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  BALANCETE-EXPORTA-REC    PIC X(300).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       COPY "DATANEG.cpy".
       COPY "EXPORTA.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-GLIF-STATUS   PIC XX VALUE SPACES.
       77  WS-LOCK-STATUS   PIC XX VALUE SPACES.
       77  WS-BAL-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-SALDO-STATUS  PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-MES-ALVO      PIC 9(6).
       77  WS-ANO-ALVO      PIC 9(4).
       77  WS-TEM-ABERTURA  PIC X VALUE "N".
           88 TEM-ABERTURA         VALUE "Y".
       77  WS-BUSCA-CONTA   PIC X(8).
       77  WS-BUSCA-CCUSTO  PIC X(4).
       77  WS-CONTA-COUNT   PIC 9(3) VALUE 0.
       01  WS-CONTA-TABELA.
           05  WS-CONTA-ENTRY OCCURS 1 TO 200 TIMES
                              INDEXED BY WS-CONTA-IDX.
               10  WS-CT-CONTA     PIC X(8).
               10  WS-CT-CCUSTO    PIC X(4).
               10  WS-CT-ANTERIOR  PIC S9(11)V99.
               10  WS-CT-DEBITOS   PIC 9(11)V99.
               10  WS-CT-CREDITOS  PIC 9(11)V99.
       77  WS-ACHOU-CONTA   PIC X VALUE "N".
       77  WS-I             PIC 9(3).
       77  WS-TOTAL-DEB     PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-CRE     PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-ANT     PIC S9(11)V99 VALUE 0.
       77  WS-SALDO         PIC S9(11)V99 VALUE 0.
       77  WS-QTD-LANCTOS   PIC 9(6) VALUE 0.
       77  WS-MES-TRAVADO   PIC X VALUE "N".
           05  WS-BL-CONTA      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-BL-CCUSTO     PIC X(4).
           05  FILLER           PIC X(3) VALUE " A ".
           05  WS-BL-ANTERIOR   PIC ---,---,--9.99.
           05  FILLER           PIC X(3) VALUE " D ".
           05  WS-BL-DEB        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(3) VALUE " C ".
           05  WS-BL-CRE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(3) VALUE " S ".
           05  WS-BL-SALDO      PIC ---,---,--9.99.
           05  FILLER           PIC X(9) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           IF LK-CHAMADA-LOTE
              PERFORM OBTEM-DATA-NEGOCIO
              MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO-ALVO
              MOVE WS-DATA-NEGOCIO(5:2) TO WS-NUM-ENTRADA
              IF WS-NUM-ENTRADA = 1
                 SUBTRACT 1 FROM WS-ANO-ALVO
                 MOVE 12 TO WS-NUM-ENTRADA
              ELSE
                 SUBTRACT 1 FROM WS-NUM-ENTRADA
              END-IF
           ELSE
              MOVE 2000 TO WS-NUM-MIN
              MOVE 2100 TO WS-NUM-MAX
              MOVE "ANO DO BALANCETE (AAAA): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-ANO-ALVO
              MOVE 1 TO WS-NUM-MIN
              MOVE 12 TO WS-NUM-MAX
              MOVE "MES DO BALANCETE (1-12): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
           END-IF
           COMPUTE WS-MES-ALVO = WS-ANO-ALVO * 100 + WS-NUM-ENTRADA
           PERFORM CARREGA-ABERTURA
           PERFORM ACUMULA-LANCAMENTOS
           IF WS-QTD-LANCTOS = 0
              DISPLAY "NENHUM LANCAMENTO NO MES " WS-MES-ALVO
           DISPLAY "BALANCETE DE " WS-MES-ALVO " CONFERIDO: "
              WS-QTD-LANCTOS " LANCAMENTO(S), DEBITOS = CREDITOS"
           PERFORM VERIFICA-MES-TRAVADO
           EVALUATE TRUE
              WHEN MES-TRAVADO
                 DISPLAY "MES " WS-MES-ALVO " JA ESTA TRAVADO"
              WHEN LK-CHAMADA-LOTE
                 DISPLAY "MES " WS-MES-ALVO " NAO TRAVADO - TRAVA "
                    "FICA A CARGO DO CONTADOR"
              WHEN OTHER
                 DISPLAY "TRAVAR O MES " WS-MES-ALVO
                    " CONTRA LANCAMENTOS TARDIOS? (S/N)"
                 ACCEPT WS-RESPOSTA
                 IF WS-RESPOSTA = "S"
                    PERFORM TRAVA-MES
                 END-IF
           END-EVALUATE
           GOBACK.

       ACUMULA-LANCAMENTOS.
                    NOT AT END
                       IF GI-DATA(1:6) = WS-MES-ALVO
                          PERFORM ACUMULA-UM-LANCAMENTO
                       ELSE
                          IF GI-DATA(1:6) < WS-MES-ALVO
                                AND (GI-DATA(1:4) = WS-ANO-ALVO
                                OR NOT TEM-ABERTURA)
                             PERFORM ACUMULA-SALDO-ANTERIOR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
      *    vendas e materiais deixam de se misturar na mesma linha.
       ACUMULA-UM-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCTOS
           MOVE GI-CONTA  TO WS-BUSCA-CONTA
           MOVE GI-CCUSTO TO WS-BUSCA-CCUSTO
           PERFORM LOCALIZA-CONTA
           IF ACHOU-CONTA
              IF GI-DC = "D"
                 ADD GI-VALOR TO WS-CT-DEBITOS(WS-CONTA-IDX)
                 ADD GI-VALOR TO WS-TOTAL-DEB
              ELSE
                 ADD GI-VALOR TO WS-CT-CREDITOS(WS-CONTA-IDX)
                 ADD GI-VALOR TO WS-TOTAL-CRE
              END-IF
           END-IF.

       ACUMULA-SALDO-ANTERIOR.
           MOVE GI-CONTA  TO WS-BUSCA-CONTA
           MOVE GI-CCUSTO TO WS-BUSCA-CCUSTO
           PERFORM LOCALIZA-CONTA
           IF ACHOU-CONTA
              IF GI-DC = "D"
                 ADD GI-VALOR TO WS-CT-ANTERIOR(WS-CONTA-IDX)
              ELSE
                 SUBTRACT GI-VALOR FROM WS-CT-ANTERIOR(WS-CONTA-IDX)
              END-IF
           END-IF.

       LOCALIZA-CONTA.
           MOVE "N" TO WS-ACHOU-CONTA
           IF WS-CONTA-COUNT > 0
              SET WS-CONTA-IDX TO 1
              SEARCH WS-CONTA-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CT-CONTA(WS-CONTA-IDX) = WS-BUSCA-CONTA
                       AND WS-CT-CCUSTO(WS-CONTA-IDX) = WS-BUSCA-CCUSTO
                    MOVE "Y" TO WS-ACHOU-CONTA
              END-SEARCH
           END-IF
              IF WS-CONTA-COUNT < 200
                 ADD 1 TO WS-CONTA-COUNT
                 SET WS-CONTA-IDX TO WS-CONTA-COUNT
                 MOVE WS-BUSCA-CONTA  TO WS-CT-CONTA(WS-CONTA-IDX)
                 MOVE WS-BUSCA-CCUSTO TO WS-CT-CCUSTO(WS-CONTA-IDX)
                 MOVE 0 TO WS-CT-ANTERIOR(WS-CONTA-IDX)
                 MOVE 0 TO WS-CT-DEBITOS(WS-CONTA-IDX)
                 MOVE 0 TO WS-CT-CREDITOS(WS-CONTA-IDX)
                 MOVE "Y" TO WS-ACHOU-CONTA
              END-IF
           END-IF.

      *    Abertura do ano do balancete, gravada pelo encerramento do
      *    ano anterior.
       CARREGA-ABERTURA.
           MOVE "N" TO WS-TEM-ABERTURA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-SALDO
           IF WS-SALDO-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ GL-SALDO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF SI-ANO = WS-ANO-ALVO
                             AND SI-VALOR IS NUMERIC
                          MOVE "Y" TO WS-TEM-ABERTURA
                          MOVE SI-CONTA  TO WS-BUSCA-CONTA
                          MOVE SI-CCUSTO TO WS-BUSCA-CCUSTO
                          PERFORM LOCALIZA-CONTA
                          IF ACHOU-CONTA
                             IF SI-DC = "C"
                                SUBTRACT SI-VALOR
                                   FROM WS-CT-ANTERIOR(WS-CONTA-IDX)
                             ELSE
                                ADD SI-VALOR
                                   TO WS-CT-ANTERIOR(WS-CONTA-IDX)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-SALDO
           END-IF.

       GRAVA-BALANCETE.
           OPEN OUTPUT BALANCETE
           OPEN OUTPUT BALANCETE-EXPORTA
           MOVE "MES;CONTA;CENTRO_CUSTO;SALDO_ANTERIOR;DEBITOS;"
              & "CREDITOS;SALDO" TO WS-EXP-LINHA
           WRITE BALANCETE-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE SPACES TO BALANCETE-REC
           STRING "===== BALANCETE POR CONTA - "
                  DELIMITED BY SIZE
           WRITE BALANCETE-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CONTA-COUNT
              COMPUTE WS-SALDO = WS-CT-ANTERIOR(WS-I)
                 + WS-CT-DEBITOS(WS-I) - WS-CT-CREDITOS(WS-I)
              ADD WS-CT-ANTERIOR(WS-I) TO WS-TOTAL-ANT
              MOVE SPACES TO WS-BAL-LINHA
              MOVE WS-CT-CONTA(WS-I)    TO WS-BL-CONTA
              MOVE WS-CT-CCUSTO(WS-I)   TO WS-BL-CCUSTO
              MOVE WS-CT-ANTERIOR(WS-I) TO WS-BL-ANTERIOR
              MOVE WS-CT-DEBITOS(WS-I)  TO WS-BL-DEB
              MOVE WS-CT-CREDITOS(WS-I) TO WS-BL-CRE
              MOVE WS-SALDO             TO WS-BL-SALDO
              WRITE BALANCETE-REC FROM WS-BAL-LINHA
              PERFORM EXPORTA-LINHA-BALANCETE
           END-PERFORM
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "TOTAIS  " TO WS-BL-CONTA
           MOVE SPACES TO WS-BL-CCUSTO
           MOVE WS-TOTAL-ANT TO WS-BL-ANTERIOR
           MOVE WS-TOTAL-DEB TO WS-BL-DEB
           MOVE WS-TOTAL-CRE TO WS-BL-CRE
           COMPUTE WS-SALDO = WS-TOTAL-ANT + WS-TOTAL-DEB
              - WS-TOTAL-CRE
           MOVE WS-SALDO TO WS-BL-SALDO
           WRITE BALANCETE-REC FROM WS-BAL-LINHA
           IF WS-TOTAL-DEB = WS-TOTAL-CRE
                 TO BALANCETE-REC
           END-IF
           WRITE BALANCETE-REC
           CLOSE BALANCETE
           CLOSE BALANCETE-EXPORTA.

       EXPORTA-LINHA-BALANCETE.
           PERFORM INICIA-LINHA-EXPORTA
           MOVE WS-MES-ALVO TO WS-EXP-MES
           PERFORM EXPORTA-MES
           MOVE WS-CT-CONTA(WS-I) TO WS-EXP-TEXTO
           PERFORM EXPORTA-TEXTO
           MOVE WS-CT-CCUSTO(WS-I) TO WS-EXP-TEXTO
           PERFORM EXPORTA-TEXTO
           MOVE 2 TO WS-EXP-DECIMAIS
           MOVE WS-CT-ANTERIOR(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-CT-DEBITOS(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-CT-CREDITOS(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-SALDO TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           WRITE BALANCETE-EXPORTA-REC FROM WS-EXP-LINHA.

       VERIFICA-MES-TRAVADO.
           MOVE "N" TO WS-MES-TRAVADO
              "RECUSARA LANCAMENTOS NELE".

       COPY "NUMVALIDP.cpy".
       COPY "DATANEGP.cpy".
       COPY "EXPORTAP.cpy".
