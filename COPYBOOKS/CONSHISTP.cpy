      *----------------------------------------------------------------
      * Requires the WS-HIST-* fields from CONSHIST.cpy in
      * WORKING-STORAGE and the CONSENT-HIST file declared by the
      * calling program. Set WS-HIST-REG, WS-HIST-MUDANCA and
      * WS-HIST-ORIGEM before PERFORMing GRAVA-CONSENT-HIST.
      *----------------------------------------------------------------
       GRAVA-CONSENT-HIST.
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-DATA-HORA
           MOVE WS-HIST-DATA TO WS-HIST-LIN-DATA
           MOVE WS-HIST-HORA TO WS-HIST-LIN-HORA
           OPEN EXTEND CONSENT-HIST
           IF WS-HIST-STATUS = "35"
              CLOSE CONSENT-HIST
              OPEN OUTPUT CONSENT-HIST
           END-IF
           WRITE CONSENT-HIST-REC FROM WS-HIST-LINHA
           CLOSE CONSENT-HIST.
