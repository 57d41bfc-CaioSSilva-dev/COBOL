      *----------------------------------------------------------------
      * Requires the WS-SH-* fields from SENHA.cpy in WORKING-STORAGE.
      *----------------------------------------------------------------
      *    Dois acumuladores modulo primos perto de 2**32 percorrem
      *    codigo + senha WS-SH-VOLTAS vezes; cada um vira oito
      *    posicoes hexadecimais de WS-SH-HASH.
       CALCULA-HASH-SENHA.
           MOVE 2166136261 TO WS-SH-ACUM-1
           MOVE 3141592653 TO WS-SH-ACUM-2
           PERFORM VARYING WS-SH-VOLTA FROM 1 BY 1
                 UNTIL WS-SH-VOLTA > WS-SH-VOLTAS
              PERFORM VARYING WS-SH-I FROM 1 BY 1 UNTIL WS-SH-I > 20
                 COMPUTE WS-SH-CAR =
                    FUNCTION ORD(WS-SH-ENTRADA(WS-SH-I:1))
                 COMPUTE WS-SH-ACUM-1 = FUNCTION MOD(
                    WS-SH-ACUM-1 * 31 + WS-SH-CAR + WS-SH-I,
                    4294967291)
                 COMPUTE WS-SH-ACUM-2 = FUNCTION MOD(
                    WS-SH-ACUM-2 * 37
                    + WS-SH-CAR * (WS-SH-I + WS-SH-VOLTA),
                    4294967279)
              END-PERFORM
              COMPUTE WS-SH-ACUM-1 = FUNCTION MOD(
                 WS-SH-ACUM-1 + WS-SH-ACUM-2, 4294967291)
           END-PERFORM
           MOVE SPACES TO WS-SH-HASH
           PERFORM VARYING WS-SH-I FROM 8 BY -1 UNTIL WS-SH-I < 1
              DIVIDE WS-SH-ACUM-1 BY 16 GIVING WS-SH-ACUM-1
                 REMAINDER WS-SH-RESTO
              MOVE WS-SH-HEXA(WS-SH-RESTO + 1:1)
                 TO WS-SH-HASH(WS-SH-I:1)
              DIVIDE WS-SH-ACUM-2 BY 16 GIVING WS-SH-ACUM-2
                 REMAINDER WS-SH-RESTO
              MOVE WS-SH-HEXA(WS-SH-RESTO + 1:1)
                 TO WS-SH-HASH(WS-SH-I + 8:1)
           END-PERFORM.

       VALIDA-REGRA-SENHA.
           MOVE "N" TO WS-SH-REGRA
           MOVE 0 TO WS-SH-TAMANHO
           MOVE 0 TO WS-SH-LETRAS
           MOVE 0 TO WS-SH-DIGITOS
           MOVE 0 TO WS-SH-ESPACOS
           PERFORM VARYING WS-SH-I FROM 1 BY 1 UNTIL WS-SH-I > 12
              EVALUATE TRUE
                 WHEN WS-SH-SENHA(WS-SH-I:1) = SPACE
                    ADD 1 TO WS-SH-ESPACOS
                 WHEN WS-SH-SENHA(WS-SH-I:1) IS NUMERIC
                    MOVE WS-SH-I TO WS-SH-TAMANHO
                    ADD 1 TO WS-SH-DIGITOS
                 WHEN (WS-SH-SENHA(WS-SH-I:1) >= "A"
                       AND WS-SH-SENHA(WS-SH-I:1) <= "Z")
                    OR (WS-SH-SENHA(WS-SH-I:1) >= "a"
                       AND WS-SH-SENHA(WS-SH-I:1) <= "z")
                    MOVE WS-SH-I TO WS-SH-TAMANHO
                    ADD 1 TO WS-SH-LETRAS
                 WHEN OTHER
                    MOVE WS-SH-I TO WS-SH-TAMANHO
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-SH-TAMANHO < WS-SH-TAM-MINIMO
                 MOVE "SENHA CURTA - MINIMO DE 6 POSICOES"
                    TO WS-SH-MOTIVO
              WHEN WS-SH-ESPACOS > 12 - WS-SH-TAMANHO
                 MOVE "SENHA NAO PODE TER ESPACO" TO WS-SH-MOTIVO
              WHEN WS-SH-LETRAS = 0 OR WS-SH-DIGITOS = 0
                 MOVE "SENHA PRECISA DE LETRA E DIGITO"
                    TO WS-SH-MOTIVO
              WHEN OTHER
                 MOVE SPACES TO WS-SH-MOTIVO
                 MOVE "Y" TO WS-SH-REGRA
           END-EVALUATE.

       CONFERE-REUSO-SENHA.
           MOVE "N" TO WS-SH-REPETIDA
           PERFORM VARYING WS-SH-I FROM 1 BY 1 UNTIL WS-SH-I > 4
              IF WS-SH-USADA(WS-SH-I) NOT = SPACES
                    AND WS-SH-USADA(WS-SH-I) = WS-SH-HASH
                 MOVE "Y" TO WS-SH-REPETIDA
              END-IF
           END-PERFORM.
