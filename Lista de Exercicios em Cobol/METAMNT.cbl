      *   - relatorio de atingimento de um mes (METAREL.DAT):
      *     realizado em VENDAS.DAT (vendas canceladas fora) contra a
      *     meta, percentual de atingimento e classificacao do maior
      *     para o menor percentual. As mesmas linhas saem em
      *     METAREL.CSV (EXPORTA.cpy) para a planilha.
      * O EXTRATO mostra a posicao do mes corrente de cada vendedor.
      * Em lote (chamada "B", passo mensal do SEC-PROC) gera somente
      * o relatorio de atingimento do mes anterior ao da data de
      * negocio (DATANEG.DAT), sem menu.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT META-REPORT ASSIGN TO "METAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT META-EXPORTA ASSIGN TO "METAREL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  META-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  META-REPORT-REC       PIC X(70).

       FD  META-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  META-EXPORTA-REC      PIC X(300).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "VENDVAL.cpy".
       COPY "EXPORTA.cpy".
       77  WS-META-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
           05  FILLER           PIC X(6) VALUE " ATG. ".
           05  WS-RL-PCT        PIC ZZ9.9.
           05  FILLER           PIC X(6) VALUE " %".
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-METAS
           IF LK-CHAMADA-LOTE
              PERFORM RELATORIO-ATINGIMENTO
              MOVE 9 TO WS-OPCAO
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== METAS MENSAIS DE VENDA ====="
              DISPLAY "(1) LISTAR METAS DE UM MES"
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-BUSCA-MES.

       MES-ANTERIOR-NEGOCIO.
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-BUSCA-MES
           IF WS-DATA-NEGOCIO(5:2) = "01"
              SUBTRACT 89 FROM WS-BUSCA-MES
           ELSE
              SUBTRACT 1 FROM WS-BUSCA-MES
           END-IF.

       LISTA-METAS.
           PERFORM CAPTURA-MES
           DISPLAY "VENDEDOR UNIDADES VALOR"
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       RELATORIO-ATINGIMENTO.
           IF LK-CHAMADA-LOTE
              PERFORM MES-ANTERIOR-NEGOCIO
           ELSE
              PERFORM CAPTURA-MES
           END-IF
           MOVE 0 TO WS-ATG-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-META-COUNT
           PERFORM ORDENA-POR-ATINGIMENTO
           PERFORM GRAVA-RELATORIO-METAS
           DISPLAY "ATINGIMENTO DE " WS-BUSCA-MES " GERADO PARA "
              WS-ATG-COUNT " VENDEDOR(ES) - VER METAREL.DAT E "
              "METAREL.CSV".

      *    O mes fechado mora no arquivo morto VENDASAR.DAT (a
      *    folha consome o vivo a cada liberacao) - o atingimento le

       GRAVA-RELATORIO-METAS.
           OPEN OUTPUT META-REPORT
           OPEN OUTPUT META-EXPORTA
           MOVE "MES;POSICAO;VENDEDOR;UNIDADES_REALIZADAS;"
              & "UNIDADES_META;VALOR_REALIZADO;VALOR_META;"
              & "ATINGIMENTO_PCT" TO WS-EXP-LINHA
           WRITE META-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE SPACES TO META-REPORT-REC
           STRING "===== ATINGIMENTO DE METAS - "
                  DELIMITED BY SIZE
              MOVE WS-AT-META-V(WS-I) TO WS-RL-META-V
              MOVE WS-AT-PCT(WS-I)   TO WS-RL-PCT
              WRITE META-REPORT-REC FROM WS-REL-LINHA
              PERFORM EXPORTA-LINHA-META
           END-PERFORM
           CLOSE META-REPORT
           CLOSE META-EXPORTA.

       EXPORTA-LINHA-META.
           PERFORM INICIA-LINHA-EXPORTA
           MOVE WS-BUSCA-MES TO WS-EXP-MES
           PERFORM EXPORTA-MES
           MOVE 0 TO WS-EXP-DECIMAIS
           MOVE WS-I TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-AT-ID(WS-I) TO WS-EXP-TEXTO
           PERFORM EXPORTA-TEXTO
           MOVE WS-AT-REAL-U(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-AT-META-U(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE 2 TO WS-EXP-DECIMAIS
           MOVE WS-AT-REAL-V(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-AT-META-V(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE 1 TO WS-EXP-DECIMAIS
           MOVE WS-AT-PCT(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           WRITE META-EXPORTA-REC FROM WS-EXP-LINHA.

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "VENDVALP.cpy".

       COPY "DATANEGP.cpy".

       COPY "EXPORTAP.cpy".
