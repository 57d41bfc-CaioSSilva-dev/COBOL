      *----------------------------------------------------------------
      * Requires the WS-LEI-* fields from PESSLEIT.cpy in
      * WORKING-STORAGE and the PESSOA-LEITURA file declared by the
      * calling program. Set WS-LEI-REG (and WS-LEI-TIPO when not a
      * full view) before PERFORMing GRAVA-PESSOA-LEITURA.
      *----------------------------------------------------------------
       GRAVA-PESSOA-LEITURA.
           MOVE FUNCTION CURRENT-DATE TO WS-LEI-DATA-HORA
           MOVE WS-LEI-DATA     TO WS-LEI-LIN-DATA
           MOVE WS-LEI-HORA     TO WS-LEI-LIN-HORA
           MOVE WS-LEI-OPERADOR TO WS-LEI-LIN-OPER
           MOVE WS-LEI-PROGRAMA TO WS-LEI-LIN-PROG
           MOVE WS-LEI-REG      TO WS-LEI-LIN-REG
           MOVE WS-LEI-TIPO     TO WS-LEI-LIN-TIPO
           OPEN EXTEND PESSOA-LEITURA
           IF WS-LEI-STATUS = "35"
              CLOSE PESSOA-LEITURA
              OPEN OUTPUT PESSOA-LEITURA
           END-IF
           WRITE PESSOA-LEITURA-LINE FROM WS-LEI-LINHA
           CLOSE PESSOA-LEITURA.
