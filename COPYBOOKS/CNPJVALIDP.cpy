      *----------------------------------------------------------------
      * Requires the WS-CNPJ-* fields from CNPJVALID.cpy in
      * WORKING-STORAGE.
      *----------------------------------------------------------------
       VALIDA-CNPJ.
           MOVE "N" TO WS-CNPJ-VALIDO
           IF WS-CNPJ-ENTRADA IS NUMERIC
              MOVE "Y" TO WS-CNPJ-IGUAIS
              PERFORM VARYING WS-CNPJ-I FROM 2 BY 1
                    UNTIL WS-CNPJ-I > 14
                 IF WS-CNPJ-DIG(WS-CNPJ-I) NOT = WS-CNPJ-DIG(1)
                    MOVE "N" TO WS-CNPJ-IGUAIS
                 END-IF
              END-PERFORM
              IF NOT CNPJ-TODOS-IGUAIS
                 MOVE 0 TO WS-CNPJ-SOMA
                 PERFORM VARYING WS-CNPJ-I FROM 1 BY 1
                       UNTIL WS-CNPJ-I > 12
                    COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
                       + (WS-CNPJ-DIG(WS-CNPJ-I)
                          * WS-CNPJ-PESO(WS-CNPJ-I + 1))
                 END-PERFORM
                 DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                    REMAINDER WS-CNPJ-RESTO
                 IF WS-CNPJ-RESTO < 2
                    MOVE 0 TO WS-CNPJ-DV1
                 ELSE
                    COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
                 END-IF
                 MOVE 0 TO WS-CNPJ-SOMA
                 PERFORM VARYING WS-CNPJ-I FROM 1 BY 1
                       UNTIL WS-CNPJ-I > 13
                    COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA
                       + (WS-CNPJ-DIG(WS-CNPJ-I)
                          * WS-CNPJ-PESO(WS-CNPJ-I))
                 END-PERFORM
                 DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                    REMAINDER WS-CNPJ-RESTO
                 IF WS-CNPJ-RESTO < 2
                    MOVE 0 TO WS-CNPJ-DV2
                 ELSE
                    COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
                 END-IF
                 IF WS-CNPJ-DIG(13) = WS-CNPJ-DV1
                       AND WS-CNPJ-DIG(14) = WS-CNPJ-DV2
                    MOVE "Y" TO WS-CNPJ-VALIDO
                 END-IF
              END-IF
           END-IF.
