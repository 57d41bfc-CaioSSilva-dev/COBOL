      *     (lembrado);
      *   - marcar A (cliente agendou a revisao) ou I (ignorou);
      *   - relatorio SERVREL.DAT separando lembrados, agendados e
      *     ignorados - o retorno da carta deixa de ser adivinhacao;
      *     as revisoes ja feitas na oficina (R) saem em linha propria.
      * Em lote (chamada "B", passo mensal do SEC-PROC) gera os
      * lembretes do mes da data de negocio, sem menu; so revisao
      * pendente recebe carta, entao repetir a rodada nao duplica.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 ACHOU-SRV            VALUE "Y".
       77  WS-QTD-LEMBRADOS PIC 9(4) VALUE 0.
       77  WS-QTD-AGENDADOS PIC 9(4) VALUE 0.
       77  WS-QTD-REALIZADOS PIC 9(4) VALUE 0.
       77  WS-QTD-IGNORADOS PIC 9(4) VALUE 0.
       77  WS-QTD-PENDENTES PIC 9(4) VALUE 0.
       77  WS-TEM-ENDERECO  PIC X VALUE "N".
           05  WS-RL-LABEL      PIC X(26).
           05  WS-RL-QTD        PIC ZZZZ9.
           05  FILLER           PIC X(39) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF LK-CHAMADA-LOTE
              PERFORM GERA-LEMBRETES
              MOVE 9 TO WS-OPCAO
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== LEMBRETES DE REVISAO ====="
              DISPLAY "(1) GERAR LEMBRETES DO MES"
           CLOSE SERVICO-AGENDA.

       GERA-LEMBRETES.
           MOVE SPACES TO WS-MES-INFORMADO
           IF LK-CHAMADA-INTERATIVA
              DISPLAY "MES DAS REVISOES (AAAAMM, BRANCO = MES DA DATA "
                 "DE NEGOCIO): "
              ACCEPT WS-MES-INFORMADO
           END-IF
           IF WS-MES-INFORMADO(1:6) IS NUMERIC
              MOVE WS-MES-INFORMADO TO WS-MES-ALVO
           ELSE
       RELATORIO-RETORNO.
           MOVE 0 TO WS-QTD-LEMBRADOS
           MOVE 0 TO WS-QTD-AGENDADOS
           MOVE 0 TO WS-QTD-REALIZADOS
           MOVE 0 TO WS-QTD-IGNORADOS
           MOVE 0 TO WS-QTD-PENDENTES
           PERFORM VARYING WS-I FROM 1 BY 1
              EVALUATE TRUE
                 WHEN SA-LEMBRADO ADD 1 TO WS-QTD-LEMBRADOS
                 WHEN SA-AGENDADO ADD 1 TO WS-QTD-AGENDADOS
                 WHEN SA-REALIZADO ADD 1 TO WS-QTD-REALIZADOS
                 WHEN SA-IGNORADO ADD 1 TO WS-QTD-IGNORADOS
                 WHEN OTHER       ADD 1 TO WS-QTD-PENDENTES
              END-EVALUATE
           MOVE WS-QTD-AGENDADOS TO WS-RL-QTD
           WRITE SERVICO-REPORT-REC FROM WS-REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "REALIZARAM A REVISAO:" TO WS-RL-LABEL
           MOVE WS-QTD-REALIZADOS TO WS-RL-QTD
           WRITE SERVICO-REPORT-REC FROM WS-REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "IGNORARAM:"  TO WS-RL-LABEL
           MOVE WS-QTD-IGNORADOS TO WS-RL-QTD
           WRITE SERVICO-REPORT-REC FROM WS-REL-LINHA
