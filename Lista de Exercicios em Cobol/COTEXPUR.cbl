      *----------------------------------------------------------------
      * Expurgo do arquivo de cotacoes: move para o historico
      * COTAHIST.DAT as cotacoes ja convertidas (COT-VENDIDA) e as
      * expiradas (COT-VALIDADE anterior a data de negocio) e as de
      * desconto reprovado pelo gerente (COT-REJEITADA),
      * regravando COTACAO.DAT so com as ativas dentro da validade -
      * uma cotacao ativa no prazo NUNCA e tocada. O processamento e
      * em fluxo sobre o COTACAO.DAT indexado, sem limite de tabela:
      * cada linha expurgada e gravada no historico e apagada do
      * vivo pela chave, e o relatorio do que foi movido sai em
      * COTEXREL.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-HIST ASSIGN TO "COTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-HIST
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-HIST-REC      PIC X(207).

       FD  EXPURGO-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "RUNLOG.cpy".
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-HIST-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-QTD-MANTIDAS  PIC 9(6) VALUE 0.
       77  WS-MOTIVO        PIC X(9) VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-LIB-COUNT     PIC 9(3) VALUE 0.
       01  WS-LIB-TABELA.
           05  WS-LIB-ENTRY OCCURS 1 TO 200 TIMES
           MOVE "COTEXPUR" TO WS-RUN-PROGRAMA
           MOVE LK-MODO-CHAMADA TO WS-RUN-MODO
           PERFORM REGISTRA-RUNLOG-INICIO
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM SEPARA-COTACOES
           IF WS-COT-STATUS NOT = "35"
              PERFORM LIBERA-RESERVAS-EXPIRADAS
              DISPLAY "EXPURGO DE COTACOES: " WS-QTD-MOVIDAS
                 " MOVIDA(S) PARA COTAHIST.DAT, " WS-QTD-MANTIDAS

       SEPARA-COTACOES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN I-O COTACAO
           IF WS-COT-STATUS = "35"
              DISPLAY "COTACAO.DAT NAO ENCONTRADO - NADA A EXPURGAR"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN EXTEND COTACAO-HIST
              IF WS-HIST-STATUS = "35"
                 CLOSE COTACAO-HIST
                 TO EXPURGO-REPORT-REC
              WRITE EXPURGO-REPORT-REC
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                 END-READ
              END-PERFORM
              CLOSE COTACAO
              CLOSE COTACAO-HIST
              CLOSE EXPURGO-REPORT
           END-IF.

      *    So sai do arquivo vivo o que ja nao pode converter:
      *    vendida, reprovada ou com a validade vencida na data de
      *    negocio. Reprovada e expirada devolvem a reserva.
       TRATA-UMA-COTACAO.
           MOVE SPACES TO WS-MOTIVO
           IF COT-VENDIDA
              MOVE "VENDIDA" TO WS-MOTIVO
           ELSE
              IF COT-REJEITADA
                 MOVE "REPROVADA" TO WS-MOTIVO
              ELSE
                 IF COT-VALIDADE < WS-HOJE
                    MOVE "EXPIRADA" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-QTD-MANTIDAS
           ELSE
              IF WS-MOTIVO NOT = "VENDIDA" AND COT-VEIC-ID > 0
                 PERFORM ANOTA-RESERVA-A-LIBERAR
              END-IF
              ADD 1 TO WS-QTD-MOVIDAS
              WRITE COTACAO-HIST-REC FROM COTACAO-REC
              DELETE COTACAO RECORD
              MOVE SPACES TO WS-REL-LINHA
              MOVE COT-NUMERO  TO WS-RL-NUMERO
              MOVE COT-CLIENTE TO WS-RL-CLIENTE
      *    A cotacao expirada devolve as unidades reservadas ao
      *    estoque livre - a linha de frota segura COT-QTDE unidades
      *    (branco/zero vale 1). A contagem por veiculo e aplicada
      *    de uma vez no VEICMAST, um REWRITE por veiculo.
       ANOTA-RESERVA-A-LIBERAR.
           IF COT-QTDE IS NUMERIC AND COT-QTDE > 0
              MOVE COT-QTDE TO WS-LIB-QTD-W
           IF WS-LIB-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                 UNTIL WS-LIB-IDX > WS-LIB-COUNT
              PERFORM LIBERA-RESERVA-REGISTRO
           END-PERFORM
           CLOSE VEICULO-MASTER.

       LIBERA-RESERVA-REGISTRO.
           MOVE WS-LIB-VEIC(WS-LIB-IDX) TO VEIC-ID
           READ VEICULO-MASTER KEY IS VEIC-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VEIC-RESERVADO IS NUMERIC
                    MOVE VEIC-RESERVADO TO WS-RES-W
                 ELSE
                    MOVE 0 TO WS-RES-W
                 END-IF
                 IF WS-LIB-QTD(WS-LIB-IDX) > WS-RES-W
                    MOVE 0 TO WS-RES-W
                 ELSE
                    SUBTRACT WS-LIB-QTD(WS-LIB-IDX) FROM WS-RES-W
                 END-IF
                 MOVE WS-RES-W TO VEIC-RESERVADO
                 REWRITE VEICULO-MASTER-REC
           END-READ.

       COPY "DATANEGP.cpy".

       COPY "RUNLOGP.cpy".
