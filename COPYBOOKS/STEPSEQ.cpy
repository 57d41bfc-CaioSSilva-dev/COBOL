      * - it is loaded at runtime from a control file (see
      * STEPCTRL.cpy) so the expected order can change without a
      * recompile. WS-STEP-DEFAULT-TABELA supplies the fallback order
      * used when the control file is missing. Each step also carries
      * a run frequency - every business day, the Nth business day of
      * the month, the last business day of the month or the first
      * business day of the year - so month-end and year-end jobs sit
      * in the same chain and are skipped on the nights they are not
      * due.
      *----------------------------------------------------------------
       01  WS-STEP-TABELA.
           05  WS-STEP-ENTRY OCCURS 1 TO 20 TIMES
      *        Tentativas automaticas de reexecucao do passo apos
      *        RETURN-CODE diferente de zero (0 = sem repeticao).
               10  WS-STEP-RETRY        PIC 9(2).
      *        Frequencia: D = todo dia util, U = N-esimo dia util do
      *        mes (N em WS-STEP-FREQ-DIA), F = ultimo dia util do
      *        mes, A = primeiro dia util do ano.
               10  WS-STEP-FREQ         PIC X.
                   88  STEP-FREQ-DIARIA      VALUE "D".
                   88  STEP-FREQ-DIA-UTIL    VALUE "U".
                   88  STEP-FREQ-FIM-MES     VALUE "F".
                   88  STEP-FREQ-INICIO-ANO  VALUE "A".
               10  WS-STEP-FREQ-DIA     PIC 9(2).
       77  WS-STEP-COUNT        PIC 9(2) VALUE 0.

       01  WS-STEP-DEFAULT-TABELA.
           05  FILLER PIC X(33)
               VALUE "SEC-0-P0            PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-0-P1  SEC-0-P0  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-1-P0  SEC-0-P1  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-1-P1  SEC-1-P0  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-2-P1  SEC-1-P1  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-1-P2  SEC-2-P1  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-2-P2  SEC-1-P2  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-1-P3  SEC-2-P2  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-2-P3  SEC-1-P3  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-1-P4  SEC-2-P3  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-2-P4  SEC-1-P4  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-3-P1  SEC-2-P4  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-3-P2  SEC-3-P1  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-3-P3  SEC-3-P2  PARAR     D  ".
           05  FILLER PIC X(33)
               VALUE "SEC-4-P1  SEC-3-P3  PARAR     U01".
           05  FILLER PIC X(33)
               VALUE "SEC-4-P2  SEC-4-P1  PARAR     U01".
           05  FILLER PIC X(33)
               VALUE "SEC-4-P3  SEC-4-P2  PARAR     U01".
           05  FILLER PIC X(33)
               VALUE "SEC-4-P4  SEC-4-P3  PARAR     U01".
           05  FILLER PIC X(33)
               VALUE "SEC-4-P5  SEC-4-P4  PARAR     A  ".
       01  WS-STEP-DEFAULT-TAB REDEFINES WS-STEP-DEFAULT-TABELA.
           05  WS-STEP-DEFAULT-ENTRY OCCURS 19 TIMES
                              INDEXED BY WS-STEP-DEFAULT-IDX.
               10  WS-STEP-DEFAULT-NOME         PIC X(10).
               10  WS-STEP-DEFAULT-PREDECESSOR  PIC X(10).
               10  WS-STEP-DEFAULT-ERRO-ACAO    PIC X(10).
               10  WS-STEP-DEFAULT-FREQ         PIC X.
               10  WS-STEP-DEFAULT-FREQ-DIA     PIC X(2).

       77  WS-PASSO-ATUAL       PIC X(10).
       77  WS-ULTIMO-PASSO      PIC X(10) VALUE SPACES.
