      * parcelas pendentes de PARCELAS.DAT pela distancia do
      * vencimento ate a data de negocio - em dia, ate 30, 31 a 60,
      * 61 a 90 e mais de 90 dias - e imprime o quadro em
      * RECEBAGE.DAT (e por faixa em RECEBAGE.CSV, EXPORTA.cpy, para
      * a planilha). Os contratos com parcela vencida saem tambem na
      * lista de cobranca COBRANCA.DAT (contrato, cliente, parcelas
      * vencidas, valor vencido e atraso da mais antiga), ordenada
      * para a fila de ligacoes do dia.
           SELECT AGING-REPORT ASSIGN TO "RECEBAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT AGING-EXPORTA ASSIGN TO "RECEBAGE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT COBRANCA ASSIGN TO "COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
           RECORD CONTAINS 70 CHARACTERS.
       01  AGING-REPORT-REC      PIC X(70).

       FD  AGING-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  AGING-EXPORTA-REC     PIC X(300).

       FD  COBRANCA
           RECORD CONTAINS 70 CHARACTERS.
       01  COBRANCA-REC          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "EXPORTA.cpy".
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-AGE-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-COB-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".

       GRAVA-QUADRO-AGING.
           OPEN OUTPUT AGING-REPORT
           OPEN OUTPUT AGING-EXPORTA
           MOVE "DATA_BASE;FAIXA;PARCELAS;VALOR" TO WS-EXP-LINHA
           WRITE AGING-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE "===== ENVELHECIMENTO DOS RECEBIVEIS ====="
              TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
              MOVE WS-FAIXA-QTD(WS-F)  TO WS-AL-QTD
              MOVE WS-FAIXA-VLR(WS-F)  TO WS-AL-VALOR
              WRITE AGING-REPORT-REC FROM WS-AGE-LINHA
              PERFORM INICIA-LINHA-EXPORTA
              MOVE WS-HOJE TO WS-EXP-DATA
              PERFORM EXPORTA-DATA
              MOVE WS-FAIXA-NOME(WS-F) TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE 0 TO WS-EXP-DECIMAIS
              MOVE WS-FAIXA-QTD(WS-F) TO WS-EXP-NUMERO
              PERFORM EXPORTA-NUMERO
              MOVE 2 TO WS-EXP-DECIMAIS
              MOVE WS-FAIXA-VLR(WS-F) TO WS-EXP-NUMERO
              PERFORM EXPORTA-NUMERO
              WRITE AGING-EXPORTA-REC FROM WS-EXP-LINHA
           END-PERFORM
           CLOSE AGING-REPORT
           CLOSE AGING-EXPORTA.

       GRAVA-LISTA-COBRANCA.
           OPEN OUTPUT COBRANCA
           END-IF.

       COPY "DATANEGP.cpy".

       COPY "EXPORTAP.cpy".
