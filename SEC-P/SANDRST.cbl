      * COMISYTD, AGEREPT e PENSAO voltam de uma vez da geracao
      * escolhida - e carimbar o marcador SANDBOX.DAT que faz os
      * programas exibirem o banner de treinamento. O trainee erra a
      * vontade e a recarga zera a bagunca em um comando. O PESSOA
      * volta pela descarga sequencial (PESSOA.UNL) e o PESSIDX
      * recarrega dela o PESSOA.DAT indexado do treino.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-RESPOSTA      PIC X.
       77  WS-QTD-COPIADAS  PIC 9 VALUE 0.
       01  WS-BASES-TABELA.
           05  FILLER PIC X(12) VALUE "PESSOA.UNL  ".
           05  FILLER PIC X(12) VALUE "COMISYTD.DAT".
           05  FILLER PIC X(12) VALUE "AGEREPT.DAT ".
           05  FILLER PIC X(12) VALUE "PENSAO.DAT  ".
              ADD 1 TO WS-QTD-COPIADAS
              DISPLAY WS-DESTINO-NOME " RECARREGADO DE "
                 WS-ORIGEM-NOME
              IF WS-ARQ-ATUAL = 1
                 CALL "PESSIDX" USING "R"
              END-IF
           END-IF.

       CARIMBA-SANDBOX.
