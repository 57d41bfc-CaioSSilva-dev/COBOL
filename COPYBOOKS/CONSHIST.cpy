      *----------------------------------------------------------------
      * Shared consent-history fields for CONSENTH.DAT, the dated
      * trail of every change to PES-ACEITA-MKT. Written by INFOS on
      * registration with consent, by PESSMNT when the operator flips
      * the flag, and by MKTEXTR on vendor opt-out and on the renewal
      * cycle. COPY into WORKING-STORAGE together with CONSHISTP.cpy
      * (COPY'd into PROCEDURE DIVISION). Requires the calling
      * program to declare CONSENT-HIST (SELECT ASSIGN "CONSENTH.DAT"
      * + FD, record CONSENT-HIST-REC PIC X(40)).
      * WS-HIST-MUDANCA values:
      *   "N PARA S" - consent given (the date the validity counts
      *                from);
      *   "S PARA N" - consent withdrawn or lapsed;
      *   "RENOVADO" - consent reconfirmed (validity restarts);
      *   "PEDIDO  " - renewal request sent (no change to the flag).
      *----------------------------------------------------------------
       77  WS-HIST-STATUS   PIC XX VALUE SPACES.
       01  WS-HIST-DATA-HORA.
           05  WS-HIST-DATA       PIC 9(8).
           05  WS-HIST-HORA       PIC 9(6).
           05  FILLER             PIC X(7).
       01  WS-HIST-LINHA.
           05  WS-HIST-LIN-DATA   PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-HIST-LIN-HORA   PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-HIST-REG        PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-HIST-MUDANCA    PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-HIST-ORIGEM     PIC X(8).
