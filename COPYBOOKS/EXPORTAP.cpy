      *----------------------------------------------------------------
      * Requires the WS-EXP-* fields from EXPORTA.cpy in
      * WORKING-STORAGE.
      *----------------------------------------------------------------
       INICIA-LINHA-EXPORTA.
           MOVE SPACES TO WS-EXP-LINHA
           MOVE 1 TO WS-EXP-PONT
           MOVE 0 TO WS-EXP-CAMPOS.

       EXPORTA-SEPARADOR.
           IF WS-EXP-CAMPOS > 0
              STRING WS-EXP-SEP DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF
           ADD 1 TO WS-EXP-CAMPOS.

       EXPORTA-TEXTO.
           PERFORM EXPORTA-SEPARADOR
           INSPECT WS-EXP-TEXTO REPLACING ALL WS-EXP-SEP BY ","
           IF WS-EXP-TEXTO NOT = SPACES
              STRING FUNCTION TRIM(WS-EXP-TEXTO) DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF.

       EXPORTA-NUMERO.
           PERFORM EXPORTA-SEPARADOR
           IF WS-EXP-NUMERO < 0
              STRING "-" DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF
           MOVE WS-EXP-NUMERO TO WS-EXP-ABS
           MOVE WS-EXP-INTEIRO TO WS-EXP-INT-ED
           STRING FUNCTION TRIM(WS-EXP-INT-ED) DELIMITED BY SIZE
                  INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
           END-STRING
           IF WS-EXP-DECIMAIS > 0
              STRING WS-EXP-DECIMAL DELIMITED BY SIZE
                     WS-EXP-CENTAVOS(1:WS-EXP-DECIMAIS)
                        DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF.

       EXPORTA-DATA.
           PERFORM EXPORTA-SEPARADOR
           IF WS-EXP-DATA > 0
              MOVE WS-EXP-DATA(1:4) TO WS-EXP-ISO-ANO
              MOVE WS-EXP-DATA(5:2) TO WS-EXP-ISO-MES
              MOVE WS-EXP-DATA(7:2) TO WS-EXP-ISO-DIA
              STRING WS-EXP-DATA-ISO DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF.

       EXPORTA-MES.
           PERFORM EXPORTA-SEPARADOR
           IF WS-EXP-MES > 0
              MOVE WS-EXP-MES(1:4) TO WS-EXP-ISO-ANO
              MOVE WS-EXP-MES(5:2) TO WS-EXP-ISO-MES
              STRING WS-EXP-DATA-ISO(1:7) DELIMITED BY SIZE
                     INTO WS-EXP-LINHA WITH POINTER WS-EXP-PONT
              END-STRING
           END-IF.
