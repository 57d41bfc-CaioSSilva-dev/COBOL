       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Margem bruta das vendas: para cada venda do periodo (arquivo
      * morto VENDASAR.DAT e depois o vivo VENDAS.DAT, canceladas
      * fora) confronta o valor efetivo da venda com o custo de
      * aquisicao congelado em VD-CUSTO e imprime a margem em valor e
      * percentual, seguida dos quadros por modelo e por vendedor.
      * Venda antiga, gravada antes do controle de custo, usa o custo
      * atual do modelo no VEICMAST e sai marcada com E (estimado);
      * sem custo nenhum sai marcada com S e fica fora dos totais de
      * margem. Informe o periodo AAAAMM (branco = todas as vendas).
      * Gera MARGEM.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT MARGEM-REPORT ASSIGN TO "MARGEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  MARGEM-REPORT
           RECORD CONTAINS 90 CHARACTERS.
       01  MARGEM-REPORT-REC     PIC X(90).

       WORKING-STORAGE SECTION.
       COPY "VENDVAL.cpy".
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-MRG-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-PERIODO       PIC X(6) VALUE SPACES.
       77  WS-I             PIC 9(3).
      *    Cadastro de modelos: nome para os quadros e custo atual
      *    para estimar a margem das vendas antigas.
       77  WS-VEIC-COUNT    PIC 9(3) VALUE 0.
       01  WS-VEIC-TABELA.
           05  WS-VEIC-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-VEIC-COUNT
                              INDEXED BY WS-VEIC-IDX.
               10  WS-VT-ID        PIC 9(3).
               10  WS-VT-MODELO    PIC X(20).
               10  WS-VT-CUSTO     PIC 9(6)V99.
      *    Acumuladores por modelo e por vendedor (so vendas com
      *    custo apurado ou estimado).
       77  WS-MOD-COUNT     PIC 9(3) VALUE 0.
       01  WS-MOD-TABELA.
           05  WS-MOD-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-MOD-COUNT
                              INDEXED BY WS-MOD-IDX.
               10  WS-MD-VEIC      PIC 9(3).
               10  WS-MD-QTD       PIC 9(5).
               10  WS-MD-RECEITA   PIC 9(9)V99.
               10  WS-MD-CUSTO     PIC 9(9)V99.
       77  WS-VDR-COUNT     PIC 9(3) VALUE 0.
       01  WS-VDR-TABELA.
           05  WS-VDR-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-VDR-COUNT
                              INDEXED BY WS-VDR-IDX.
               10  WS-VR-VENDEDOR  PIC X(6).
               10  WS-VR-QTD       PIC 9(5).
               10  WS-VR-RECEITA   PIC 9(9)V99.
               10  WS-VR-CUSTO     PIC 9(9)V99.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-CUSTO-VENDA   PIC 9(7)V99 VALUE 0.
       77  WS-MARCA-CUSTO   PIC X VALUE SPACE.
       77  WS-MARGEM-W      PIC S9(9)V99 VALUE 0.
       77  WS-RECEITA-W     PIC 9(9)V99 VALUE 0.
       77  WS-CUSTO-W       PIC 9(9)V99 VALUE 0.
       77  WS-PCT-W         PIC S9(3)V9 VALUE 0.
       77  WS-QTD-VENDAS    PIC 9(5) VALUE 0.
       77  WS-QTD-SEM-CUSTO PIC 9(5) VALUE 0.
       77  WS-TOTAL-RECEITA PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-CUSTO   PIC 9(9)V99 VALUE 0.
       01  WS-DET-LINHA.
           05  WS-DL-DATA       PIC 9999/99/99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-NF         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-VENDEDOR   PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-VEIC       PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-VALOR      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-CUSTO      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-MARGEM     PIC --,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-PCT        PIC ---9.9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-MARCA      PIC X.
           05  FILLER           PIC X(3) VALUE SPACES.
       01  WS-QDR-LINHA.
           05  WS-QL-CHAVE      PIC X(24).
           05  WS-QL-QTD        PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-QL-RECEITA    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-QL-CUSTO      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-QL-MARGEM     PIC ---,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-QL-PCT        PIC ---9.9.
           05  FILLER           PIC X(3) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           DISPLAY "PERIODO AAAAMM (BRANCO = TODAS AS VENDAS): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT = SPACES AND WS-PERIODO NOT NUMERIC
              DISPLAY "PERIODO INVALIDO - USE AAAAMM"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VEICULOS
           OPEN OUTPUT MARGEM-REPORT
           MOVE SPACES TO MARGEM-REPORT-REC
           IF WS-PERIODO = SPACES
              MOVE "===== MARGEM BRUTA POR VENDA - TODAS AS VENDAS"
                 TO MARGEM-REPORT-REC
           ELSE
              STRING "===== MARGEM BRUTA POR VENDA - PERIODO "
                     DELIMITED BY SIZE
                     WS-PERIODO DELIMITED BY SIZE
                     INTO MARGEM-REPORT-REC
              END-STRING
           END-IF
           WRITE MARGEM-REPORT-REC
           MOVE "DATA       NF     VEND   VEI        VALOR        CUSTO"
              TO MARGEM-REPORT-REC
           MOVE "       MARGEM      %" TO MARGEM-REPORT-REC(56:20)
           WRITE MARGEM-REPORT-REC
           PERFORM VARRE-VENDAS-ARQUIVADAS
           PERFORM VARRE-VENDAS-VIVAS
           PERFORM GRAVA-QUADRO-MODELOS
           PERFORM GRAVA-QUADRO-VENDEDORES
           PERFORM GRAVA-TOTAIS
           CLOSE MARGEM-REPORT
           DISPLAY WS-QTD-VENDAS " VENDA(S) ANALISADA(S), "
              WS-QTD-SEM-CUSTO " SEM CUSTO - VER MARGEM.DAT"
           GOBACK.

       CARREGA-VEICULOS.
           MOVE 0 TO WS-VEIC-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-VEIC-COUNT < 500
                       ADD 1 TO WS-VEIC-COUNT
                       MOVE VEIC-ID     TO WS-VT-ID(WS-VEIC-COUNT)
                       MOVE VEIC-MODELO TO WS-VT-MODELO(WS-VEIC-COUNT)
                       IF VEIC-CUSTO IS NUMERIC
                          MOVE VEIC-CUSTO
                             TO WS-VT-CUSTO(WS-VEIC-COUNT)
                       ELSE
                          MOVE 0 TO WS-VT-CUSTO(WS-VEIC-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER.

      *    O arquivo morto vem primeiro: as vendas ja confirmadas pela
      *    folha saem antes das ainda no arquivo vivo.
       VARRE-VENDAS-ARQUIVADAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM AVALIA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       VARRE-VENDAS-VIVAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM AVALIA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       AVALIA-VENDA.
           IF VD-CANCELADA
              EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO NOT = SPACES
              IF VD-DATA(1:6) NOT = WS-PERIODO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-QTD-VENDAS
           PERFORM OBTEM-VALOR-VENDA
           PERFORM OBTEM-CUSTO-VENDA
           MOVE SPACES TO WS-DET-LINHA
           MOVE VD-DATA        TO WS-DL-DATA
           MOVE VD-NF-NUMERO   TO WS-DL-NF
           MOVE VD-VENDEDOR-ID TO WS-DL-VENDEDOR
           MOVE VD-VEIC-ID     TO WS-DL-VEIC
           MOVE WS-VD-VALOR-EF TO WS-DL-VALOR
           MOVE WS-MARCA-CUSTO TO WS-DL-MARCA
           IF WS-MARCA-CUSTO = "S"
              ADD 1 TO WS-QTD-SEM-CUSTO
              MOVE 0 TO WS-DL-CUSTO
              MOVE 0 TO WS-DL-MARGEM
              MOVE 0 TO WS-DL-PCT
              WRITE MARGEM-REPORT-REC FROM WS-DET-LINHA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VD-VALOR-EF TO WS-RECEITA-W
           MOVE WS-CUSTO-VENDA TO WS-CUSTO-W
           PERFORM CALCULA-MARGEM
           MOVE WS-CUSTO-VENDA TO WS-DL-CUSTO
           MOVE WS-MARGEM-W    TO WS-DL-MARGEM
           MOVE WS-PCT-W       TO WS-DL-PCT
           WRITE MARGEM-REPORT-REC FROM WS-DET-LINHA
           ADD WS-VD-VALOR-EF TO WS-TOTAL-RECEITA
           ADD WS-CUSTO-VENDA TO WS-TOTAL-CUSTO
           PERFORM ACUMULA-MODELO
           PERFORM ACUMULA-VENDEDOR.

      *    Custo gravado na venda vale; venda antiga cai no custo
      *    atual do modelo (E); sem nenhum dos dois, S.
       OBTEM-CUSTO-VENDA.
           MOVE SPACE TO WS-MARCA-CUSTO
           MOVE 0 TO WS-CUSTO-VENDA
           IF VD-CUSTO IS NUMERIC AND VD-CUSTO > 0
              MOVE VD-CUSTO TO WS-CUSTO-VENDA
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-MARCA-CUSTO
           IF WS-VEIC-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SET WS-VEIC-IDX TO 1
           SEARCH WS-VEIC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-VT-ID(WS-VEIC-IDX) = VD-VEIC-ID
                 IF WS-VT-CUSTO(WS-VEIC-IDX) > 0
                    MOVE WS-VT-CUSTO(WS-VEIC-IDX) TO WS-CUSTO-VENDA
                    MOVE "E" TO WS-MARCA-CUSTO
                 END-IF
           END-SEARCH.

       CALCULA-MARGEM.
           COMPUTE WS-MARGEM-W = WS-RECEITA-W - WS-CUSTO-W
           IF WS-RECEITA-W > 0
              COMPUTE WS-PCT-W ROUNDED =
                 WS-MARGEM-W * 100 / WS-RECEITA-W
                 ON SIZE ERROR
                    MOVE -999.9 TO WS-PCT-W
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PCT-W
           END-IF.

       ACUMULA-MODELO.
           MOVE "N" TO WS-ACHOU
           IF WS-MOD-COUNT > 0
              SET WS-MOD-IDX TO 1
              SEARCH WS-MOD-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-MD-VEIC(WS-MOD-IDX) = VD-VEIC-ID
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              IF WS-MOD-COUNT > 499
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MOD-COUNT
              SET WS-MOD-IDX TO WS-MOD-COUNT
              MOVE VD-VEIC-ID TO WS-MD-VEIC(WS-MOD-IDX)
              MOVE 0 TO WS-MD-QTD(WS-MOD-IDX)
              MOVE 0 TO WS-MD-RECEITA(WS-MOD-IDX)
              MOVE 0 TO WS-MD-CUSTO(WS-MOD-IDX)
           END-IF
           ADD 1 TO WS-MD-QTD(WS-MOD-IDX)
           ADD WS-VD-VALOR-EF TO WS-MD-RECEITA(WS-MOD-IDX)
           ADD WS-CUSTO-VENDA TO WS-MD-CUSTO(WS-MOD-IDX).

       ACUMULA-VENDEDOR.
           MOVE "N" TO WS-ACHOU
           IF WS-VDR-COUNT > 0
              SET WS-VDR-IDX TO 1
              SEARCH WS-VDR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VR-VENDEDOR(WS-VDR-IDX) = VD-VENDEDOR-ID
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              IF WS-VDR-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VDR-COUNT
              SET WS-VDR-IDX TO WS-VDR-COUNT
              MOVE VD-VENDEDOR-ID TO WS-VR-VENDEDOR(WS-VDR-IDX)
              MOVE 0 TO WS-VR-QTD(WS-VDR-IDX)
              MOVE 0 TO WS-VR-RECEITA(WS-VDR-IDX)
              MOVE 0 TO WS-VR-CUSTO(WS-VDR-IDX)
           END-IF
           ADD 1 TO WS-VR-QTD(WS-VDR-IDX)
           ADD WS-VD-VALOR-EF TO WS-VR-RECEITA(WS-VDR-IDX)
           ADD WS-CUSTO-VENDA TO WS-VR-CUSTO(WS-VDR-IDX).

       GRAVA-QUADRO-MODELOS.
           MOVE SPACES TO MARGEM-REPORT-REC
           WRITE MARGEM-REPORT-REC
           MOVE "===== MARGEM POR MODELO =====" TO MARGEM-REPORT-REC
           WRITE MARGEM-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MOD-COUNT
              MOVE SPACES TO WS-QDR-LINHA
              MOVE WS-MD-VEIC(WS-I) TO WS-QL-CHAVE(1:3)
              MOVE "(SEM CADASTRO)" TO WS-QL-CHAVE(5:20)
              IF WS-VEIC-COUNT > 0
                 SET WS-VEIC-IDX TO 1
                 SEARCH WS-VEIC-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-VT-ID(WS-VEIC-IDX) = WS-MD-VEIC(WS-I)
                       MOVE WS-VT-MODELO(WS-VEIC-IDX)
                          TO WS-QL-CHAVE(5:20)
                 END-SEARCH
              END-IF
              MOVE WS-MD-QTD(WS-I)     TO WS-QL-QTD
              MOVE WS-MD-RECEITA(WS-I) TO WS-RECEITA-W
              MOVE WS-MD-CUSTO(WS-I)   TO WS-CUSTO-W
              PERFORM GRAVA-LINHA-QUADRO
           END-PERFORM.

       GRAVA-QUADRO-VENDEDORES.
           MOVE SPACES TO MARGEM-REPORT-REC
           WRITE MARGEM-REPORT-REC
           MOVE "===== MARGEM POR VENDEDOR =====" TO MARGEM-REPORT-REC
           WRITE MARGEM-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-VDR-COUNT
              MOVE SPACES TO WS-QDR-LINHA
              MOVE WS-VR-VENDEDOR(WS-I) TO WS-QL-CHAVE
              MOVE WS-VR-QTD(WS-I)      TO WS-QL-QTD
              MOVE WS-VR-RECEITA(WS-I)  TO WS-RECEITA-W
              MOVE WS-VR-CUSTO(WS-I)    TO WS-CUSTO-W
              PERFORM GRAVA-LINHA-QUADRO
           END-PERFORM.

       GRAVA-LINHA-QUADRO.
           PERFORM CALCULA-MARGEM
           MOVE WS-RECEITA-W TO WS-QL-RECEITA
           MOVE WS-CUSTO-W   TO WS-QL-CUSTO
           MOVE WS-MARGEM-W  TO WS-QL-MARGEM
           MOVE WS-PCT-W     TO WS-QL-PCT
           WRITE MARGEM-REPORT-REC FROM WS-QDR-LINHA.

       GRAVA-TOTAIS.
           MOVE SPACES TO MARGEM-REPORT-REC
           WRITE MARGEM-REPORT-REC
           MOVE SPACES TO WS-QDR-LINHA
           MOVE "TOTAL GERAL" TO WS-QL-CHAVE
           COMPUTE WS-QL-QTD = WS-QTD-VENDAS - WS-QTD-SEM-CUSTO
           MOVE WS-TOTAL-RECEITA TO WS-RECEITA-W
           MOVE WS-TOTAL-CUSTO   TO WS-CUSTO-W
           PERFORM GRAVA-LINHA-QUADRO
           IF WS-QTD-SEM-CUSTO > 0
              MOVE SPACES TO MARGEM-REPORT-REC
              STRING "VENDAS SEM CUSTO (MARCA S), FORA DA MARGEM: "
                     DELIMITED BY SIZE
                     WS-QTD-SEM-CUSTO DELIMITED BY SIZE
                     INTO MARGEM-REPORT-REC
              END-STRING
              WRITE MARGEM-REPORT-REC
           END-IF.

       COPY "VENDVALP.cpy".
