      * PESSOA.DAT, COMISYTD.DAT, AGEREPT.DAT e PENSAO.DAT viram
      * <nome>.G1, com as geracoes anteriores deslocadas (G1->G2,
      * G2->G3, ...) ate o numero de geracoes de GERACOES.DAT
      * (padrao 3). O SECRST devolve uma geracao escolhida. O
      * PESSOA.DAT indexado entra pela descarga sequencial do
      * PESSIDX (PESSOA.UNL), tirada antes das copias.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DESTINO-NOME  PIC X(12).
       77  WS-QTD-GERACOES  PIC 9 VALUE 3.
       77  WS-ARQ-ATUAL     PIC 9 VALUE 0.
       77  WS-RC-DESCARGA   PIC 9(4) VALUE 0.
       01  WS-BASES-TABELA.
           05  FILLER PIC X(12) VALUE "PESSOA.UNL  ".
           05  FILLER PIC X(12) VALUE "COMISYTD.DAT".
           05  FILLER PIC X(12) VALUE "AGEREPT.DAT ".
           05  FILLER PIC X(12) VALUE "PENSAO.DAT  ".
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-QTD-GERACOES
           CALL "PESSIDX" USING "B"
           MOVE RETURN-CODE TO WS-RC-DESCARGA
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING WS-ARQ-ATUAL FROM 1 BY 1
                 UNTIL WS-ARQ-ATUAL > 4
      *       Descarga falhou: o PESSOA.UNL e antigo e nao pode
      *       empurrar as geracoes boas para fora.
              IF WS-ARQ-ATUAL = 1 AND WS-RC-DESCARGA > 4
                 DISPLAY "DESCARGA DO PESSOA.DAT FALHOU - GERACOES "
                    "DO PESSOA MANTIDAS COMO ESTAVAM"
              ELSE
                 PERFORM GERA-BACKUP-ARQUIVO
              END-IF
           END-PERFORM
           DISPLAY "BACKUP DE GERACAO CONCLUIDO ("
              WS-QTD-GERACOES " GERACOES MANTIDAS)"
           IF WS-RC-DESCARGA > 4
              MOVE WS-RC-DESCARGA TO RETURN-CODE
           END-IF
           GOBACK.

       LE-QTD-GERACOES.
