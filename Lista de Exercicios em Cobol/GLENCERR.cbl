       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLENCERR.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Encerramento do exercicio contabil sobre os lancamentos de
      * GLIFACE.DAT:
      *   - so roda com os doze meses do ano travados em GLLOCK.DAT
      *     (GLFECHA) e uma vez por ano;
      *   - zera cada conta de resultado (receita e despesa - classes
      *     3 em diante do plano; as do GLCONTAS.DAT e as padrao do
      *     CONTABIL) contra a conta de lucros acumulados (chave
      *     LUCRO-ACUM do GLCONTAS.DAT, padrao 23010001), com os
      *     lancamentos de encerramento em GLIFACE.DAT no ultimo dia
      *     do ano (fonte ENCERRA);
      *   - grava o saldo de abertura do ano seguinte das contas
      *     patrimoniais em GLSALDO.DAT, ponto de partida do
      *     balancete do GLFECHA;
      *   - relatorio do encerramento em ENCERREL.DAT.
      * Ano sem saldo de abertura (primeiro encerramento) parte de
      * todo o historico anterior do GLIFACE.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-INTERFACE ASSIGN TO "GLIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-STATUS.
           SELECT GL-LOCK ASSIGN TO "GLLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT GL-CONTAS ASSIGN TO "GLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT GL-SALDO ASSIGN TO "GLSALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT ENCERRA-REPORT ASSIGN TO "ENCERREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE
           RECORD CONTAINS 44 CHARACTERS.
       01  GL-INTERFACE-REC.
           05  GI-DATA              PIC 9(8).
           05  GI-CONTA             PIC X(8).
           05  GI-DC                PIC X.
           05  GI-VALOR             PIC 9(9)V99.
           05  GI-FONTE             PIC X(10).
           05  FILLER               PIC X(2).
           05  GI-CCUSTO            PIC X(4).

       FD  GL-LOCK
           RECORD CONTAINS 6 CHARACTERS.
       01  GL-LOCK-REC              PIC 9(6).

       FD  GL-CONTAS
           RECORD CONTAINS 18 CHARACTERS.
       01  GL-CONTAS-REC.
           05  GC-CHAVE             PIC X(10).
           05  GC-CONTA             PIC X(8).

       FD  GL-SALDO
           RECORD CONTAINS 30 CHARACTERS.
       COPY "GLSALREC.cpy".

       FD  ENCERRA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENCERRA-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       77  WS-GLIF-STATUS   PIC XX VALUE SPACES.
       77  WS-LOCK-STATUS   PIC XX VALUE SPACES.
       77  WS-MAPA-STATUS   PIC XX VALUE SPACES.
       77  WS-SALDO-STATUS  PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-ANO           PIC 9(4).
       77  WS-ANO-SEGUINTE  PIC 9(4).
       77  WS-DATA-ENCERRA  PIC 9(8).
       77  WS-CONTA-LUCROS  PIC X(8) VALUE "23010001".
       77  WS-RESPOSTA      PIC X.
      *    Meses do ano achados em GLLOCK.DAT.
       01  WS-MESES-TRAVADOS.
           05  WS-MES-TRAVADO OCCURS 12 TIMES PIC X.
       77  WS-MES           PIC 9(2).
       77  WS-QTD-TRAVADOS  PIC 9(2) VALUE 0.
       77  WS-JA-ENCERRADO  PIC X VALUE "N".
           88 JA-ENCERRADO         VALUE "Y".
       77  WS-TEM-ABERTURA  PIC X VALUE "N".
           88 TEM-ABERTURA         VALUE "Y".
       77  WS-ESTOURO       PIC X VALUE "N".
           88 TABELA-ESTOUROU      VALUE "Y".
       77  WS-CONTA-COUNT   PIC 9(3) VALUE 0.
       01  WS-CONTA-TABELA.
           05  WS-CONTA-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CONTA-COUNT
                              INDEXED BY WS-CONTA-IDX.
               10  WS-CT-CONTA     PIC X(8).
               10  WS-CT-CCUSTO    PIC X(4).
               10  WS-CT-SALDO     PIC S9(11)V99.
       77  WS-ACHOU-CONTA   PIC X VALUE "N".
           88 ACHOU-CONTA          VALUE "Y".
       77  WS-BUSCA-CONTA   PIC X(8).
       77  WS-BUSCA-CCUSTO  PIC X(4).
       77  WS-I             PIC 9(3).
       77  WS-VALOR-LANC    PIC S9(11)V99 VALUE 0.
       77  WS-RESULTADO     PIC S9(11)V99 VALUE 0.
       77  WS-TOTAL-RECEITA PIC S9(11)V99 VALUE 0.
       77  WS-TOTAL-DESPESA PIC S9(11)V99 VALUE 0.
       77  WS-QTD-ENCERRADAS PIC 9(3) VALUE 0.
       77  WS-QTD-ABERTURA  PIC 9(3) VALUE 0.
       01  WS-REL-LINHA.
           05  WS-RL-CONTA      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CCUSTO     PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-DC         PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-OBS        PIC X(30).
           05  FILLER           PIC X(19) VALUE SPACES.
       01  WS-REL-TOTAL.
           05  WS-RT-ROTULO     PIC X(30).
           05  WS-RT-VALOR      PIC ---,---,---,--9.99.
           05  FILLER           PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 2000 TO WS-NUM-MIN
           MOVE 2100 TO WS-NUM-MAX
           MOVE "ANO A ENCERRAR (AAAA): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-ANO
           COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1
           COMPUTE WS-DATA-ENCERRA = WS-ANO * 10000 + 1231
           PERFORM VERIFICA-MESES-TRAVADOS
           IF WS-QTD-TRAVADOS < 12
              DISPLAY "ENCERRAMENTO RECUSADO: " WS-QTD-TRAVADOS
                 " DE 12 MESES DE " WS-ANO " TRAVADOS - FECHE E "
                 "TRAVE OS DEMAIS NO GLFECHA"
              PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                 IF WS-MES-TRAVADO(WS-MES) NOT = "S"
                    DISPLAY "  MES NAO TRAVADO: " WS-ANO WS-MES
                 END-IF
              END-PERFORM
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VERIFICA-JA-ENCERRADO
           IF JA-ENCERRADO
              DISPLAY "EXERCICIO " WS-ANO " JA ENCERRADO - "
                 "LANCAMENTOS ENCERRA EM GLIFACE.DAT"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-CONTA-LUCROS
           PERFORM CARREGA-ABERTURA
           PERFORM ACUMULA-EXERCICIO
           IF TABELA-ESTOUROU
              DISPLAY "MAIS DE 500 CONTAS/CENTROS - ENCERRAMENTO "
                 "NAO EXECUTADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "CONFIRMA O ENCERRAMENTO DO EXERCICIO " WS-ANO
              "? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "ENCERRAMENTO NAO EXECUTADO"
              GOBACK
           END-IF
           OPEN OUTPUT ENCERRA-REPORT
           PERFORM GRAVA-CABECALHO-RELATORIO
           PERFORM LANCA-ENCERRAMENTO
           PERFORM GRAVA-ABERTURA
           PERFORM GRAVA-TOTAIS-RELATORIO
           CLOSE ENCERRA-REPORT
           DISPLAY "EXERCICIO " WS-ANO " ENCERRADO: "
              WS-QTD-ENCERRADAS " CONTA(S) DE RESULTADO ZERADA(S), "
              WS-QTD-ABERTURA " SALDO(S) DE ABERTURA PARA "
              WS-ANO-SEGUINTE " - VER ENCERREL.DAT"
           GOBACK.

       VERIFICA-MESES-TRAVADOS.
           MOVE ALL "N" TO WS-MESES-TRAVADOS
           MOVE 0 TO WS-QTD-TRAVADOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-LOCK
           IF WS-LOCK-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-LOCK
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GL-LOCK-REC IS NUMERIC
                          AND GL-LOCK-REC(1:4) = WS-ANO
                       MOVE GL-LOCK-REC(5:2) TO WS-MES
                       IF WS-MES >= 1 AND WS-MES <= 12
                          MOVE "S" TO WS-MES-TRAVADO(WS-MES)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-LOCK
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
              IF WS-MES-TRAVADO(WS-MES) = "S"
                 ADD 1 TO WS-QTD-TRAVADOS
              END-IF
           END-PERFORM.

       VERIFICA-JA-ENCERRADO.
           MOVE "N" TO WS-JA-ENCERRADO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-FONTE = "ENCERRA"
                          AND GI-DATA(1:4) = WS-ANO
                       MOVE "Y" TO WS-JA-ENCERRADO
                       MOVE "Y" TO WS-EOF-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

       CARREGA-CONTA-LUCROS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-CONTAS
           IF WS-MAPA-STATUS = "35"
              DISPLAY "GLCONTAS.DAT NAO ENCONTRADO - LUCROS "
                 "ACUMULADOS NA CONTA PADRAO " WS-CONTA-LUCROS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-CONTAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GC-CHAVE = "LUCRO-ACUM"
                       MOVE GC-CONTA TO WS-CONTA-LUCROS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTAS.

      *    Saldos de abertura do ano gravados pelo encerramento
      *    anterior.
       CARREGA-ABERTURA.
           MOVE "N" TO WS-TEM-ABERTURA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-SALDO
           IF WS-SALDO-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-SALDO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF SI-ANO = WS-ANO AND SI-VALOR IS NUMERIC
                       MOVE "Y" TO WS-TEM-ABERTURA
                       MOVE SI-CONTA  TO WS-BUSCA-CONTA
                       MOVE SI-CCUSTO TO WS-BUSCA-CCUSTO
                       IF SI-DC = "C"
                          COMPUTE WS-VALOR-LANC = 0 - SI-VALOR
                       ELSE
                          MOVE SI-VALOR TO WS-VALOR-LANC
                       END-IF
                       PERFORM SOMA-NA-CONTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-SALDO.

      *    Com abertura, so o movimento do ano; sem ela, todo o
      *    historico ate o fim do ano.
       ACUMULA-EXERCICIO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              DISPLAY "GLIFACE.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-DATA(1:4) = WS-ANO
                          OR (NOT TEM-ABERTURA
                          AND GI-DATA(1:4) < WS-ANO)
                       MOVE GI-CONTA  TO WS-BUSCA-CONTA
                       MOVE GI-CCUSTO TO WS-BUSCA-CCUSTO
                       IF GI-DC = "D"
                          MOVE GI-VALOR TO WS-VALOR-LANC
                       ELSE
                          COMPUTE WS-VALOR-LANC = 0 - GI-VALOR
                       END-IF
                       PERFORM SOMA-NA-CONTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

      *    Saldo por conta e centro: devedor positivo, credor
      *    negativo.
       SOMA-NA-CONTA.
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
           IF NOT ACHOU-CONTA
              IF WS-CONTA-COUNT < 500
                 ADD 1 TO WS-CONTA-COUNT
                 SET WS-CONTA-IDX TO WS-CONTA-COUNT
                 MOVE WS-BUSCA-CONTA  TO WS-CT-CONTA(WS-CONTA-IDX)
                 MOVE WS-BUSCA-CCUSTO TO WS-CT-CCUSTO(WS-CONTA-IDX)
                 MOVE 0 TO WS-CT-SALDO(WS-CONTA-IDX)
                 MOVE "Y" TO WS-ACHOU-CONTA
              ELSE
                 MOVE "Y" TO WS-ESTOURO
              END-IF
           END-IF
           IF ACHOU-CONTA
              ADD WS-VALOR-LANC TO WS-CT-SALDO(WS-CONTA-IDX)
           END-IF.

      *    Cada conta de resultado com saldo recebe o lancamento
      *    inverso; a soma vai numa partida so para lucros acumulados.
       LANCA-ENCERRAMENTO.
           MOVE 0 TO WS-RESULTADO
           MOVE 0 TO WS-QTD-ENCERRADAS
           OPEN EXTEND GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              CLOSE GL-INTERFACE
              OPEN OUTPUT GL-INTERFACE
           END-IF
           MOVE "LANCAMENTOS DE ENCERRAMENTO (FONTE ENCERRA)"
              TO ENCERRA-REPORT-REC
           WRITE ENCERRA-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CONTA-COUNT
              IF WS-CT-CONTA(WS-I)(1:1) >= "3"
                    AND WS-CT-SALDO(WS-I) NOT = 0
                 PERFORM ENCERRA-UMA-CONTA
              END-IF
           END-PERFORM
           IF WS-RESULTADO NOT = 0
              MOVE SPACES          TO GL-INTERFACE-REC
              MOVE WS-DATA-ENCERRA TO GI-DATA
              MOVE WS-CONTA-LUCROS TO GI-CONTA
              IF WS-RESULTADO > 0
                 MOVE "C" TO GI-DC
                 MOVE WS-RESULTADO TO GI-VALOR
              ELSE
                 MOVE "D" TO GI-DC
                 COMPUTE GI-VALOR = 0 - WS-RESULTADO
              END-IF
              MOVE "ENCERRA"       TO GI-FONTE
              WRITE GL-INTERFACE-REC
              MOVE WS-CONTA-LUCROS TO WS-BUSCA-CONTA
              MOVE SPACES          TO WS-BUSCA-CCUSTO
              COMPUTE WS-VALOR-LANC = 0 - WS-RESULTADO
              PERFORM SOMA-NA-CONTA
              MOVE SPACES          TO WS-REL-LINHA
              MOVE WS-CONTA-LUCROS TO WS-RL-CONTA
              MOVE GI-DC           TO WS-RL-DC
              MOVE GI-VALOR        TO WS-RL-VALOR
              MOVE "LUCROS ACUMULADOS" TO WS-RL-OBS
              WRITE ENCERRA-REPORT-REC FROM WS-REL-LINHA
           END-IF
           CLOSE GL-INTERFACE.

       ENCERRA-UMA-CONTA.
           ADD 1 TO WS-QTD-ENCERRADAS
           MOVE SPACES            TO GL-INTERFACE-REC
           MOVE WS-DATA-ENCERRA   TO GI-DATA
           MOVE WS-CT-CONTA(WS-I) TO GI-CONTA
           MOVE WS-CT-CCUSTO(WS-I) TO GI-CCUSTO
           MOVE SPACES            TO WS-REL-LINHA
           IF WS-CT-SALDO(WS-I) > 0
              MOVE "C" TO GI-DC
              MOVE WS-CT-SALDO(WS-I) TO GI-VALOR
              ADD WS-CT-SALDO(WS-I) TO WS-TOTAL-DESPESA
              MOVE "DESPESA ZERADA" TO WS-RL-OBS
           ELSE
              MOVE "D" TO GI-DC
              COMPUTE GI-VALOR = 0 - WS-CT-SALDO(WS-I)
              SUBTRACT WS-CT-SALDO(WS-I) FROM WS-TOTAL-RECEITA
              MOVE "RECEITA ZERADA" TO WS-RL-OBS
           END-IF
           MOVE "ENCERRA"         TO GI-FONTE
           WRITE GL-INTERFACE-REC
           SUBTRACT WS-CT-SALDO(WS-I) FROM WS-RESULTADO
           MOVE 0 TO WS-CT-SALDO(WS-I)
           MOVE GI-CONTA          TO WS-RL-CONTA
           MOVE GI-CCUSTO         TO WS-RL-CCUSTO
           MOVE GI-DC             TO WS-RL-DC
           MOVE GI-VALOR          TO WS-RL-VALOR
           WRITE ENCERRA-REPORT-REC FROM WS-REL-LINHA.

      *    Abertura do ano seguinte: todo saldo que sobrou - so
      *    patrimoniais, as de resultado acabaram de ser zeradas.
       GRAVA-ABERTURA.
           MOVE 0 TO WS-QTD-ABERTURA
           MOVE SPACES TO ENCERRA-REPORT-REC
           WRITE ENCERRA-REPORT-REC
           MOVE SPACES TO ENCERRA-REPORT-REC
           STRING "SALDOS DE ABERTURA DE " DELIMITED BY SIZE
                  WS-ANO-SEGUINTE DELIMITED BY SIZE
                  " (GLSALDO.DAT)" DELIMITED BY SIZE
                  INTO ENCERRA-REPORT-REC
           END-STRING
           WRITE ENCERRA-REPORT-REC
           OPEN EXTEND GL-SALDO
           IF WS-SALDO-STATUS = "35"
              CLOSE GL-SALDO
              OPEN OUTPUT GL-SALDO
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CONTA-COUNT
              IF WS-CT-SALDO(WS-I) NOT = 0
                 ADD 1 TO WS-QTD-ABERTURA
                 MOVE SPACES             TO GL-SALDO-REC
                 MOVE WS-ANO-SEGUINTE    TO SI-ANO
                 MOVE WS-CT-CONTA(WS-I)  TO SI-CONTA
                 MOVE WS-CT-CCUSTO(WS-I) TO SI-CCUSTO
                 IF WS-CT-SALDO(WS-I) > 0
                    MOVE "D" TO SI-DC
                    MOVE WS-CT-SALDO(WS-I) TO SI-VALOR
                 ELSE
                    MOVE "C" TO SI-DC
                    COMPUTE SI-VALOR = 0 - WS-CT-SALDO(WS-I)
                 END-IF
                 WRITE GL-SALDO-REC
                 MOVE SPACES    TO WS-REL-LINHA
                 MOVE SI-CONTA  TO WS-RL-CONTA
                 MOVE SI-CCUSTO TO WS-RL-CCUSTO
                 MOVE SI-DC     TO WS-RL-DC
                 MOVE SI-VALOR  TO WS-RL-VALOR
                 WRITE ENCERRA-REPORT-REC FROM WS-REL-LINHA
              END-IF
           END-PERFORM
           CLOSE GL-SALDO.

       GRAVA-CABECALHO-RELATORIO.
           MOVE SPACES TO ENCERRA-REPORT-REC
           STRING "===== ENCERRAMENTO DO EXERCICIO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ENCERRA-REPORT-REC
           END-STRING
           WRITE ENCERRA-REPORT-REC
           MOVE SPACES TO ENCERRA-REPORT-REC
           WRITE ENCERRA-REPORT-REC.

       GRAVA-TOTAIS-RELATORIO.
           MOVE SPACES TO ENCERRA-REPORT-REC
           WRITE ENCERRA-REPORT-REC
           MOVE SPACES TO WS-REL-TOTAL
           MOVE "RECEITAS DO EXERCICIO:" TO WS-RT-ROTULO
           MOVE WS-TOTAL-RECEITA TO WS-RT-VALOR
           WRITE ENCERRA-REPORT-REC FROM WS-REL-TOTAL
           MOVE SPACES TO WS-REL-TOTAL
           MOVE "DESPESAS DO EXERCICIO:" TO WS-RT-ROTULO
           MOVE WS-TOTAL-DESPESA TO WS-RT-VALOR
           WRITE ENCERRA-REPORT-REC FROM WS-REL-TOTAL
           MOVE SPACES TO WS-REL-TOTAL
           IF WS-RESULTADO < 0
              MOVE "PREJUIZO DO EXERCICIO:" TO WS-RT-ROTULO
           ELSE
              MOVE "LUCRO DO EXERCICIO:" TO WS-RT-ROTULO
           END-IF
           MOVE WS-RESULTADO TO WS-RT-VALOR
           WRITE ENCERRA-REPORT-REC FROM WS-REL-TOTAL.

       COPY "NUMVALIDP.cpy".
