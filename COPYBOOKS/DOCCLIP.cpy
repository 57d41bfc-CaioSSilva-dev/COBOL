      *----------------------------------------------------------------
      * Requires the WS-DOC-* fields from DOCCLI.cpy and the
      * CPFVALID/CNPJVALID pairs. Set WS-DOC-OPCIONAL before
      * PERFORMing CAPTURA-DOCUMENTO-CLIENTE.
      *----------------------------------------------------------------
       CAPTURA-DOCUMENTO-CLIENTE.
           MOVE "N" TO WS-DOC-OK
           PERFORM UNTIL DOCUMENTO-OK
              IF DOC-PODE-BRANCO
                 DISPLAY "DOCUMENTO (F = CPF / J = CNPJ / "
                    "BRANCO MANTEM): "
              ELSE
                 DISPLAY "DOCUMENTO (F = CPF / J = CNPJ): "
              END-IF
              MOVE SPACE TO WS-DOC-TIPO
              MOVE SPACES TO WS-DOC-NUMERO
              ACCEPT WS-DOC-TIPO
              EVALUATE TRUE
                 WHEN WS-DOC-TIPO = SPACE AND DOC-PODE-BRANCO
                    MOVE "Y" TO WS-DOC-OK
                 WHEN DOC-CPF
                    DISPLAY "CPF (11 DIGITOS, SO NUMEROS): "
                    ACCEPT WS-DOC-NUMERO
                    MOVE WS-DOC-NUMERO(1:11) TO WS-CPF-ENTRADA
                    PERFORM VALIDA-CPF
                    IF CPF-VALIDO AND WS-DOC-NUMERO(12:3) = SPACES
                       MOVE "Y" TO WS-DOC-OK
                    ELSE
                       DISPLAY "CPF INVALIDO - DIGITE NOVAMENTE"
                    END-IF
                 WHEN DOC-CNPJ
                    DISPLAY "CNPJ (14 DIGITOS, SO NUMEROS): "
                    ACCEPT WS-DOC-NUMERO
                    MOVE WS-DOC-NUMERO TO WS-CNPJ-ENTRADA
                    PERFORM VALIDA-CNPJ
                    IF CNPJ-VALIDO
                       MOVE "Y" TO WS-DOC-OK
                    ELSE
                       DISPLAY "CNPJ INVALIDO - DIGITE NOVAMENTE"
                    END-IF
                 WHEN OTHER
                    DISPLAY "TIPO DE DOCUMENTO INVALIDO"
              END-EVALUATE
           END-PERFORM.
