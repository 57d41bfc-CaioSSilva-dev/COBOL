      *----------------------------------------------------------------
      * Loads WS-STEP-TABELA (STEPSEQ.cpy) from the STEP-CONTROL file
      * at startup, one "name(10) predecessor(10) erro-acao(10)
      * retry(2) frequency(1) day(2)" line per step, so the expected
      * step order, the action to take on a sequence violation, the
      * automatic retry count and the run frequency can be changed
      * without a recompile. Frequency is D (or blank) every business
      * day, U the Nth business day of the month (N in the day
      * column), F the last business day of the month or A the first
      * business day of the year. Lines written before the retry
      * column existed (30 bytes) still load with retry 0, and lines
      * written before the frequency column (32 bytes) run daily.
      * Falls back to WS-STEP-DEFAULT-TABELA when the control file
      * has not been set up yet. Requires the calling program to
      * declare STEP-CONTROL (SELECT + FD, record
      * STEP-CONTROL-REC PIC X(35)), WS-STEPCTL-STATUS PIC XX and
      * WS-EOF-STEPCTL PIC X (88 EOF-STEPCTL VALUE "Y") in
      * WORKING-STORAGE, and COPY this in the PROCEDURE DIVISION.
      *----------------------------------------------------------------
                             MOVE 0
                                TO WS-STEP-RETRY(WS-STEP-COUNT)
                          END-IF
                          MOVE STEP-CONTROL-REC(33:1)
                             TO WS-STEP-FREQ(WS-STEP-COUNT)
                          IF WS-STEP-FREQ(WS-STEP-COUNT) = SPACE
                             MOVE "D" TO WS-STEP-FREQ(WS-STEP-COUNT)
                          END-IF
                          IF STEP-CONTROL-REC(34:2) IS NUMERIC
                             MOVE STEP-CONTROL-REC(34:2)
                                TO WS-STEP-FREQ-DIA(WS-STEP-COUNT)
                          ELSE
                             MOVE 0
                                TO WS-STEP-FREQ-DIA(WS-STEP-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              END-IF
           END-IF.

      *    A quantidade de passos padrao sai do tamanho da tabela -
      *    passo novo em WS-STEP-DEFAULT-TABELA so exige acertar o
      *    OCCURS de WS-STEP-DEFAULT-ENTRY junto.
       CARREGA-STEP-PADRAO.
           COMPUTE WS-STEP-COUNT = LENGTH OF WS-STEP-DEFAULT-TABELA
              / LENGTH OF WS-STEP-DEFAULT-ENTRY(1)
           PERFORM VARYING WS-STEP-DEFAULT-IDX FROM 1 BY 1
                 UNTIL WS-STEP-DEFAULT-IDX > WS-STEP-COUNT
              MOVE WS-STEP-DEFAULT-NOME(WS-STEP-DEFAULT-IDX)
                 TO WS-STEP-NOME(WS-STEP-DEFAULT-IDX)
              MOVE WS-STEP-DEFAULT-PREDECESSOR(WS-STEP-DEFAULT-IDX)
              MOVE WS-STEP-DEFAULT-ERRO-ACAO(WS-STEP-DEFAULT-IDX)
                 TO WS-STEP-ERRO-ACAO(WS-STEP-DEFAULT-IDX)
              MOVE 0 TO WS-STEP-RETRY(WS-STEP-DEFAULT-IDX)
              MOVE WS-STEP-DEFAULT-FREQ(WS-STEP-DEFAULT-IDX)
                 TO WS-STEP-FREQ(WS-STEP-DEFAULT-IDX)
              IF WS-STEP-DEFAULT-FREQ-DIA(WS-STEP-DEFAULT-IDX)
                    IS NUMERIC
                 MOVE WS-STEP-DEFAULT-FREQ-DIA(WS-STEP-DEFAULT-IDX)
                    TO WS-STEP-FREQ-DIA(WS-STEP-DEFAULT-IDX)
              ELSE
                 MOVE 0 TO WS-STEP-FREQ-DIA(WS-STEP-DEFAULT-IDX)
              END-IF
           END-PERFORM.
