      *   - zera o arquivo vivo para o ano novo;
      *   - grava o ano fechado em FECHACTL.DAT e recusa fechar o
      *     mesmo ano duas vezes.
      * Em lote (chamada "B", passo anual do SEC-PROC no primeiro dia
      * util do ano) fecha o ano anterior ao da data de negocio
      * (DATANEG.DAT) sem pedir confirmacao; ano ja fechado nao e
      * erro em lote - o passo apenas nao tem o que fazer.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRAVA-FILE ASSIGN TO WS-TRAVA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-COMMISSION
           RECORD CONTAINS 30 CHARACTERS.
       01  TRAVA-FILE-REC           PIC X(30).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       COPY "TRAVA.cpy".
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-YTD-STATUS    PIC XX VALUE SPACES.
               VALUE "TOTAL GERAL DO ANO:".
           05  WS-RT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(24) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           IF LK-CHAMADA-LOTE
              PERFORM OBTEM-DATA-NEGOCIO
              MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO-A-FECHAR
              SUBTRACT 1 FROM WS-ANO-A-FECHAR
           ELSE
              MOVE 2000 TO WS-NUM-MIN
              MOVE 2100 TO WS-NUM-MAX
              MOVE "ANO A FECHAR (AAAA): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-ANO-A-FECHAR
           END-IF
           PERFORM LE-CONTROLE-FECHAMENTO
           IF WS-ANO-FECHADO >= WS-ANO-A-FECHAR
              IF LK-CHAMADA-LOTE
                 DISPLAY "ANO " WS-ANO-A-FECHAR " JA FECHADO - "
                    "NADA A FAZER"
              ELSE
                 DISPLAY "FECHAMENTO RECUSADO - O ANO "
                    WS-ANO-A-FECHAR " JA FOI FECHADO (ULTIMO "
                    "FECHADO: " WS-ANO-FECHADO ")"
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF LK-CHAMADA-LOTE
                 MOVE "S" TO WS-RESPOSTA
              ELSE
                 DISPLAY "CONFIRMA O FECHAMENTO DO ANO "
                    WS-ANO-A-FECHAR "? (S/N)"
                 ACCEPT WS-RESPOSTA
              END-IF
              IF WS-RESPOSTA = "S"
                 MOVE "COMIS.LCK" TO WS-TRAVA-NOME
                 MOVE "FECHAYTD"  TO WS-TRAVA-DONO
                 MOVE "I"         TO WS-TRAVA-MODO
                 IF LK-CHAMADA-LOTE
                    MOVE "B" TO WS-TRAVA-MODO
                 END-IF
                 PERFORM OBTEM-TRAVA
                 IF TRAVA-OBTIDA
                    PERFORM EXECUTA-FECHAMENTO
       COPY "NUMVALIDP.cpy".

       COPY "TRAVAP.cpy".

       COPY "DATANEGP.cpy".
