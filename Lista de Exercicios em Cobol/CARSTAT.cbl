      * Analise mensal das cotacoes acumuladas em CARROLOG.DAT:
      * cotacoes por dia, valor medio e total cotado, quebra por
      * CL-VEIC-ID com o nome do modelo resolvido em VEICULO-MASTER,
      * e linha de comparacao com o mes anterior. Gera CARSTAT.DAT e,
      * para a planilha, CARSTAT.CSV (EXPORTA.cpy): uma linha por
      * dia, veiculo e filial do mes, coluna QUEBRA dizendo qual.
      * Informe o mes como AAAAMM (branco = mes corrente).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT ANALISE-REPORT ASSIGN TO "CARSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANAL-STATUS.
           SELECT ANALISE-EXPORTA ASSIGN TO "CARSTAT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRO-LOG
           RECORD CONTAINS 70 CHARACTERS.
       01  ANALISE-REPORT-REC    PIC X(70).

       FD  ANALISE-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  ANALISE-EXPORTA-REC   PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "EXPORTA.cpy".
       77  WS-CLOG-STATUS   PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-QTD       PIC 9(5) VALUE 0.
       77  WS-CSV-VALOR     PIC 9(9)V99 VALUE 0.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-ANAL-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
       77  WS-TOTAL-ANTERIOR PIC 9(9)V99 VALUE 0.
       01  WS-POR-DIA.
           05  WS-DIA-QTD OCCURS 31 TIMES PIC 9(4) VALUE 0.
       01  WS-POR-DIA-VLR.
           05  WS-DIA-VLR OCCURS 31 TIMES PIC 9(9)V99 VALUE 0.
       77  WS-DIA           PIC 9(2).
       77  WS-VEIC-COUNT    PIC 9(3) VALUE 0.
       01  WS-VEIC-TABELA.
              MOVE CL-DATA(7:2) TO WS-DIA
              IF WS-DIA >= 1 AND WS-DIA <= 31
                 ADD 1 TO WS-DIA-QTD(WS-DIA)
                 ADD CL-RESULTADO TO WS-DIA-VLR(WS-DIA)
              END-IF
              PERFORM ACUMULA-POR-VEICULO
              PERFORM ACUMULA-POR-FILIAL
                 WS-TOTAL-MES / WS-QTD-MES
           END-IF
           OPEN OUTPUT ANALISE-REPORT
           OPEN OUTPUT ANALISE-EXPORTA
           MOVE "MES;QUEBRA;DATA;CODIGO;DESCRICAO;COTACOES;VALOR"
              TO WS-EXP-LINHA
           WRITE ANALISE-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE SPACES TO ANALISE-REPORT-REC
           STRING "===== ANALISE DE COTACOES - MES "
                  DELIMITED BY SIZE
                 MOVE WS-DIA           TO WS-LD-DIA
                 MOVE WS-DIA-QTD(WS-DIA) TO WS-LD-QTD
                 WRITE ANALISE-REPORT-REC FROM WS-LIN-DIA
                 PERFORM INICIA-LINHA-EXPORTA
                 MOVE WS-MES-ALVO TO WS-EXP-MES
                 PERFORM EXPORTA-MES
                 MOVE "DIA" TO WS-EXP-TEXTO
                 PERFORM EXPORTA-TEXTO
                 COMPUTE WS-EXP-DATA = WS-MES-ALVO * 100 + WS-DIA
                 PERFORM EXPORTA-DATA
                 MOVE SPACES TO WS-EXP-TEXTO
                 PERFORM EXPORTA-TEXTO
                 PERFORM EXPORTA-TEXTO
                 MOVE WS-DIA-QTD(WS-DIA) TO WS-CSV-QTD
                 MOVE WS-DIA-VLR(WS-DIA) TO WS-CSV-VALOR
                 PERFORM EXPORTA-QTD-VALOR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LIN-TOTAL
              MOVE WS-VT-QTD(WS-I)   TO WS-LV-QTD
              MOVE WS-VT-TOTAL(WS-I) TO WS-LV-TOTAL
              WRITE ANALISE-REPORT-REC FROM WS-LIN-VEIC
              PERFORM INICIA-LINHA-EXPORTA
              MOVE WS-MES-ALVO TO WS-EXP-MES
              PERFORM EXPORTA-MES
              MOVE "VEICULO" TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE 0 TO WS-EXP-DATA
              PERFORM EXPORTA-DATA
              MOVE WS-VT-ID(WS-I) TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE WS-MODELO-ACHADO TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE WS-VT-QTD(WS-I) TO WS-CSV-QTD
              MOVE WS-VT-TOTAL(WS-I) TO WS-CSV-VALOR
              PERFORM EXPORTA-QTD-VALOR
           END-PERFORM
           MOVE "===== QUEBRA POR FILIAL =====" TO
              ANALISE-REPORT-REC
              MOVE WS-FI-QTD(WS-I)   TO WS-LF-QTD
              MOVE WS-FI-TOTAL(WS-I) TO WS-LF-TOTAL
              WRITE ANALISE-REPORT-REC FROM WS-LIN-FIL
              PERFORM INICIA-LINHA-EXPORTA
              MOVE WS-MES-ALVO TO WS-EXP-MES
              PERFORM EXPORTA-MES
              MOVE "FILIAL" TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE 0 TO WS-EXP-DATA
              PERFORM EXPORTA-DATA
              MOVE WS-FI-FIL(WS-I) TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE SPACES TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              MOVE WS-FI-QTD(WS-I) TO WS-CSV-QTD
              MOVE WS-FI-TOTAL(WS-I) TO WS-CSV-VALOR
              PERFORM EXPORTA-QTD-VALOR
           END-PERFORM
           MOVE "===== COMPARACAO COM O MES ANTERIOR =====" TO
              ANALISE-REPORT-REC
           MOVE "VALOR TOTAL MES ANTERIOR:" TO WS-LT-LABEL
           MOVE WS-TOTAL-ANTERIOR         TO WS-LT-VALOR
           WRITE ANALISE-REPORT-REC FROM WS-LIN-TOTAL
           CLOSE ANALISE-REPORT
           CLOSE ANALISE-EXPORTA.

      *    Fecha a linha da exportacao com a quantidade e o valor
      *    cotado.
       EXPORTA-QTD-VALOR.
           MOVE 0 TO WS-EXP-DECIMAIS
           MOVE WS-CSV-QTD TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE 2 TO WS-EXP-DECIMAIS
           MOVE WS-CSV-VALOR TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           WRITE ANALISE-EXPORTA-REC FROM WS-EXP-LINHA.

       COPY "EXPORTAP.cpy".
