      * os pendentes cuja data chegou - ninguem mais retipa
      * VEIC-VALOR um a um na vespera. Os precos substituidos ficam
      * na historia PRECHIST.DAT (para a valorizacao VEICVAL) e o
      * antes/depois sai em PRECAJUR.DAT. No VEICMAST.DAT indexado
      * so o veiculo que mudou de preco e regravado.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT REAJUSTES ASSIGN TO "REAJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REA-STATUS.
       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  REAJUSTES
           RECORD CONTAINS 19 CHARACTERS.
       01  REAJUSTE-REC.

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-REA-STATUS    PIC XX VALUE SPACES.
       77  WS-HIS-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-REAJUSTES
           IF NOT TEM-PENDENTE
              DISPLAY "NENHUM REAJUSTE PENDENTE COM EFEITO ATE "
      *    anterior vai para a historia antes de mudar.
       APLICA-REAJUSTES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              DISPLAY "VEICMAST.DAT NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PRECO-HISTORIA
           IF WS-HIS-STATUS = "35"
              CLOSE PRECO-HISTORIA
              TO AJUSTE-REPORT-REC
           WRITE AJUSTE-REPORT-REC
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM AJUSTA-UM-VEICULO
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER
           CLOSE PRECO-HISTORIA
           CLOSE AJUSTE-REPORT.

       AJUSTA-UM-VEICULO.
           MOVE VEIC-VALOR TO WS-VALOR-ANTIGO
           IF WS-VALOR-NOVO NOT = WS-VALOR-ANTIGO
              ADD 1 TO WS-QTD-AJUSTADOS
              MOVE WS-VALOR-NOVO TO VEIC-VALOR
              REWRITE VEICULO-MASTER-REC
              MOVE SPACES TO PRECO-HISTORIA-REC
              MOVE WS-HOJE         TO PH-DATA
              MOVE VEIC-ID         TO PH-VEIC-ID
           CLOSE REAJUSTES.

       COPY "DATANEGP.cpy".
