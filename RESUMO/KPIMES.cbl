      *     comparativo: o arquivo nao guarda data);
      *   - vazao das filas (FILAHIST.DAT);
      *   - saude do lote (rodadas com erro no RUNLOG.DAT).
      * Gera KPIMES.DAT - acabou a tarde de planilha - e a mesma
      * tabela em KPIMES.CSV (EXPORTA.cpy) para a planilha dos
      * socios: uma linha por indicador, sem titulo nem rodape.
      * Em lote (chamada "B", passo mensal do SEC-PROC) gera o pacote
      * do mes anterior ao da data de negocio, ja encerrado.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-HIST ASSIGN TO "COTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT KPI-REPORT ASSIGN TO "KPIMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.
           SELECT KPI-EXPORTA ASSIGN TO "KPIMES.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-HIST
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-HIST-REC      PIC X(207).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  FOLHA-CONFIRMADA
           RECORD CONTAINS 60 CHARACTERS.
       01  FOLHA-CONFIRMADA-REC.
           05  FC-VENDEDOR-ID       PIC X(6).
           05  FC-BRUTO             PIC 9(7)V99.
      *    dos outros descontos (recorrentes/adiantamentos) na
      *    contabilizacao. Em branco = registro antigo.
           05  FC-IRRF              PIC 9(7)V99.
      *    FC-FGTS: deposito do FGTS (8% do bruto) calculado na
      *    liberacao. Em branco = registro antigo.
           05  FC-FGTS              PIC 9(7)V99.

       FD  FILA-HISTORICO
           RECORD CONTAINS 90 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  KPI-REPORT-REC        PIC X(80).

       FD  KPI-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  KPI-EXPORTA-REC       PIC X(300).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "VENDVAL.cpy".
       COPY "EXPORTA.cpy".
       77  WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-CHIS-STATUS   PIC XX VALUE SPACES.
       77  WS-FHIS-STATUS   PIC XX VALUE SPACES.
       77  WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       77  WS-KPI-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-ATU-W         PIC 9(11)V99 VALUE 0.
       77  WS-ANT-W         PIC 9(11)V99 VALUE 0.
       77  WS-VARIACAO      PIC S9(5)V9 VALUE 0.
      *    Casas decimais do indicador na exportacao (0 = contagem,
      *    2 = valor); folha sem comparativo sai com anterior vazio.
       77  WS-KPI-DECIMAIS  PIC 9 VALUE 0.
       77  WS-KPI-COMPARA   PIC X VALUE "Y".
           88 KPI-COM-ANTERIOR     VALUE "Y".
       01  WS-KPI-LINHA.
           05  WS-KL-LABEL      PIC X(26).
           05  WS-KL-ATUAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-KL-VAR        PIC ----9.9.
           05  FILLER           PIC X(2) VALUE " %".
           05  FILLER           PIC X(1) VALUE SPACE.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           IF LK-CHAMADA-LOTE
              MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ATUAL
              IF WS-MA-MES = 1
                 COMPUTE WS-MES-ATUAL = ((WS-MA-ANO - 1) * 100) + 12
              ELSE
                 SUBTRACT 1 FROM WS-MES-ATUAL
              END-IF
           ELSE
              DISPLAY "MES DO PACOTE (AAAAMM, BRANCO = MES DA DATA DE "
                 "NEGOCIO): "
              ACCEPT WS-MES-INFORMADO
              IF WS-MES-INFORMADO(1:6) IS NUMERIC
                 MOVE WS-MES-INFORMADO TO WS-MES-ATUAL
              ELSE
                 MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ATUAL
              END-IF
           END-IF
           IF WS-MA-MES = 1
              COMPUTE WS-MES-ANTERIOR = ((WS-MA-ANO - 1) * 100) + 12
           PERFORM CONTA-LOTES
           PERFORM GRAVA-PACOTE
           DISPLAY "PACOTE DE INDICADORES DE " WS-MES-ATUAL
              " GERADO EM KPIMES.DAT (PLANILHA EM KPIMES.CSV)"
           GOBACK.

       CONTA-CADASTROS.
              END-COMPUTE
           END-IF
           MOVE WS-VARIACAO TO WS-KL-VAR
           WRITE KPI-REPORT-REC FROM WS-KPI-LINHA
           PERFORM EXPORTA-LINHA-KPI.

       EXPORTA-LINHA-KPI.
           PERFORM INICIA-LINHA-EXPORTA
           MOVE WS-MES-ATUAL TO WS-EXP-MES
           PERFORM EXPORTA-MES
           MOVE WS-KL-LABEL TO WS-EXP-TEXTO
           INSPECT WS-EXP-TEXTO REPLACING ALL ":" BY SPACE
           PERFORM EXPORTA-TEXTO
           MOVE WS-KPI-DECIMAIS TO WS-EXP-DECIMAIS
           MOVE WS-ATU-W TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           IF KPI-COM-ANTERIOR
              MOVE WS-MES-ANTERIOR TO WS-EXP-MES
              PERFORM EXPORTA-MES
              MOVE WS-ANT-W TO WS-EXP-NUMERO
              PERFORM EXPORTA-NUMERO
              MOVE 1 TO WS-EXP-DECIMAIS
              MOVE WS-VARIACAO TO WS-EXP-NUMERO
              PERFORM EXPORTA-NUMERO
           ELSE
              MOVE SPACES TO WS-EXP-TEXTO
              PERFORM EXPORTA-TEXTO
              PERFORM EXPORTA-TEXTO
              PERFORM EXPORTA-TEXTO
           END-IF
           WRITE KPI-EXPORTA-REC FROM WS-EXP-LINHA.

       GRAVA-PACOTE.
           OPEN OUTPUT KPI-REPORT
           OPEN OUTPUT KPI-EXPORTA
           MOVE "MES;INDICADOR;VALOR;MES_ANTERIOR;VALOR_ANTERIOR;"
              & "VARIACAO_PCT" TO WS-EXP-LINHA
           WRITE KPI-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE SPACES TO KPI-REPORT-REC
           STRING "===== PACOTE DE INDICADORES - "
                  DELIMITED BY SIZE
           MOVE "VENDAS (VALOR):" TO WS-KL-LABEL
           MOVE WS-VLR-ATU TO WS-ATU-W
           MOVE WS-VLR-ANT TO WS-ANT-W
           MOVE 2 TO WS-KPI-DECIMAIS
           PERFORM GRAVA-LINHA-KPI
           MOVE 0 TO WS-KPI-DECIMAIS
           MOVE "VAZAO DAS FILAS:" TO WS-KL-LABEL
           MOVE WS-FIL-ATU TO WS-ATU-W
           MOVE WS-FIL-ANT TO WS-ANT-W
           MOVE "FOLHA BRUTA:" TO WS-KL-LABEL
           MOVE WS-FOLHA-BRUTO TO WS-ATU-W
           MOVE 0 TO WS-ANT-W
           MOVE 2 TO WS-KPI-DECIMAIS
           MOVE "N" TO WS-KPI-COMPARA
           PERFORM GRAVA-LINHA-KPI
           MOVE 0 TO WS-KPI-DECIMAIS
           MOVE "Y" TO WS-KPI-COMPARA
           CLOSE KPI-REPORT
           CLOSE KPI-EXPORTA.

       COPY "DATANEGP.cpy".

       COPY "VENDVALP.cpy".

       COPY "EXPORTAP.cpy".
