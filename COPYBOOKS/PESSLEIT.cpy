      *----------------------------------------------------------------
      * Shared read-access log for personal data. PESSOAAUD.DAT says
      * who CHANGED a person; PESSLEIT.DAT says who LOOKED at one.
      * Every program that shows a registered person's data to an
      * operator (PESS360, NOME, LGPDDOSS, ENDMNT, PESSMNT) COPYs
      * this into WORKING-STORAGE together with PESSLEITP.cpy
      * (COPY'd into PROCEDURE DIVISION), fills WS-LEI-OPERADOR and
      * WS-LEI-PROGRAMA once at startup and PERFORMs
      * GRAVA-PESSOA-LEITURA for each registration number shown.
      * Requires the calling program to declare PESSOA-LEITURA
      * (SELECT ASSIGN "PESSLEIT.DAT" + FD, record
      * PESSOA-LEITURA-LINE PIC X(42)).
      * WS-LEI-TIPO: C = full record viewed, L = listed in a search
      * result (name, age, gender only).
      * The registration number sits at column 35 of the log line.
      *----------------------------------------------------------------
       77  WS-LEI-STATUS     PIC XX VALUE SPACES.
       77  WS-LEI-OPERADOR   PIC X(8) VALUE SPACES.
       77  WS-LEI-PROGRAMA   PIC X(8) VALUE SPACES.
       77  WS-LEI-REG        PIC 9(6) VALUE 0.
       77  WS-LEI-TIPO       PIC X VALUE "C".
       01  WS-LEI-DATA-HORA.
           05  WS-LEI-DATA        PIC 9(8).
           05  WS-LEI-HORA        PIC 9(6).
           05  FILLER             PIC X(7).
       01  WS-LEI-LINHA.
           05  WS-LEI-LIN-DATA    PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LEI-LIN-HORA    PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LEI-LIN-OPER    PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LEI-LIN-PROG    PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LEI-LIN-REG     PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LEI-LIN-TIPO    PIC X.
