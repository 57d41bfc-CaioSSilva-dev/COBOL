       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Orcamento anual por conta contabil, centro de custo e mes
      * (ORCAMENTO.DAT) - o orcamento sai da planilha e passa a ser
      * conferido contra a contabilidade. Funcoes:
      *   - listar e incluir/alterar valores orcados (um mes ou os
      *     doze meses do ano com o mesmo valor); centro de custo
      *     conferido no CCUSTOS.DAT quando ele existe;
      *   - relatorio orcado x realizado de um mes (ORCAREL.DAT):
      *     realizado no GLIFACE.DAT (lancamentos de encerramento do
      *     exercicio fora), no mes e acumulado no ano, com variacao
      *     e percentual. Despesa acima do orcado ou receita abaixo
      *     dele alem da tolerancia de ORCAPAR.DAT (padrao 10%) sai
      *     marcada. Conta de resultado com movimento e sem orcamento
      *     tambem sai, marcada como nao orcada.
      * Realizado no sentido natural da conta: credito menos debito
      * nas contas de passivo e receita (grupos 2 e 3), debito menos
      * credito nas demais.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT CENTRO-CUSTOS ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCU-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-STATUS.
           SELECT ORCA-PARAMETRO ASSIGN TO "ORCAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT ORCA-REPORT ASSIGN TO "ORCAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO
           RECORD CONTAINS 29 CHARACTERS.
       COPY "ORCAREC.cpy".

       FD  CENTRO-CUSTOS
           RECORD CONTAINS 24 CHARACTERS.
       01  CENTRO-CUSTOS-REC.
           05  CC-CODIGO            PIC X(4).
           05  CC-DESCRICAO         PIC X(20).

       FD  GL-INTERFACE
           RECORD CONTAINS 44 CHARACTERS.
       01  GL-INTERFACE-REC.
           05  GI-DATA              PIC 9(8).
           05  GI-CONTA             PIC X(8).
           05  GI-DC                PIC X.
           05  GI-VALOR             PIC 9(9)V99.
           05  GI-FONTE             PIC X(10).
           05  FILLER               PIC X(2).
           05  GI-CCUSTO            PIC X(4).

       FD  ORCA-PARAMETRO
           RECORD CONTAINS 4 CHARACTERS.
       01  ORCA-PARAMETRO-REC.
           05  OP-TOLERANCIA     PIC 9(3)V9.

       FD  ORCA-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  ORCA-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-ORC-STATUS    PIC XX VALUE SPACES.
       77  WS-CCU-STATUS    PIC XX VALUE SPACES.
       77  WS-GLIF-STATUS   PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-TOLERANCIA    PIC 9(3)V9 VALUE 10.0.
       77  WS-TOLERANCIA-ED PIC ZZ9.9.
       77  WS-ORC-COUNT     PIC 9(4) VALUE 0.
       01  WS-ORC-TABELA.
           05  WS-ORC-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-ORC-COUNT
                              INDEXED BY WS-ORC-IDX.
               10  WS-OR-CONTA     PIC X(8).
               10  WS-OR-CCUSTO    PIC X(4).
               10  WS-OR-MES       PIC 9(6).
               10  WS-OR-VALOR     PIC 9(9)V99.
       77  WS-CCU-COUNT     PIC 9(3) VALUE 0.
       01  WS-CCU-TABELA.
           05  WS-CCU-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-CCU-COUNT
                              INDEXED BY WS-CCU-IDX.
               10  WS-CCU-COD      PIC X(4).
       77  WS-CCUSTO-OK     PIC X VALUE "N".
           88 CCUSTO-OK            VALUE "Y".
       77  WS-BUSCA-CONTA   PIC X(8).
       77  WS-BUSCA-CCUSTO  PIC X(4).
       77  WS-BUSCA-ANO     PIC 9(4).
       77  WS-BUSCA-MES     PIC 9(6).
       77  WS-MES-NUM       PIC 9(2).
       77  WS-MES-INICIAL   PIC 9(2).
       77  WS-MES-FINAL     PIC 9(2).
       77  WS-TODOS-MESES   PIC X VALUE "N".
       77  WS-ACHOU-ORC     PIC X VALUE "N".
           88 ACHOU-ORC            VALUE "Y".
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-CARGA-ESTOURO PIC X VALUE "N".
           88 CARGA-ESTOUROU       VALUE "Y".
       77  WS-I             PIC 9(4).
       77  WS-QTD-GRAVADOS  PIC 9(2) VALUE 0.
      *    Orcado x realizado do mes consultado, uma linha por conta
      *    e centro de custo.
       77  WS-CMP-COUNT     PIC 9(3) VALUE 0.
       01  WS-CMP-TABELA.
           05  WS-CMP-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-CMP-COUNT
                              INDEXED BY WS-CMP-IDX.
               10  WS-CP-CONTA     PIC X(8).
               10  WS-CP-CCUSTO    PIC X(4).
               10  WS-CP-ORC-MES   PIC 9(11)V99.
               10  WS-CP-ORC-ACU   PIC 9(11)V99.
               10  WS-CP-REAL-MES  PIC S9(11)V99.
               10  WS-CP-REAL-ACU  PIC S9(11)V99.
               10  WS-CP-ORCADA    PIC X.
       77  WS-ACHOU-CMP     PIC X VALUE "N".
           88 ACHOU-CMP            VALUE "Y".
       77  WS-ESTOURO-CMP   PIC X VALUE "N".
           88 ESTOURO-CMP          VALUE "Y".
       77  WS-VALOR-LANC    PIC S9(11)V99 VALUE 0.
       77  WS-VARIACAO      PIC S9(11)V99 VALUE 0.
       77  WS-PERCENTUAL    PIC S9(4)V9 VALUE 0.
       77  WS-LIMITE        PIC S9(11)V99 VALUE 0.
       77  WS-REAL-AVAL     PIC S9(11)V99 VALUE 0.
       77  WS-ORC-AVAL      PIC 9(11)V99 VALUE 0.
       77  WS-MARCA         PIC X(10).
       77  WS-QTD-MARCADAS  PIC 9(3) VALUE 0.
       01  WS-REL-LINHA.
           05  WS-RL-CONTA      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CCUSTO     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RL-REAL-M     PIC ---,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-ORC-M      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VAR-M      PIC ---,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-PCT-M      PIC ---9.9.
           05  FILLER           PIC X(3) VALUE " | ".
           05  WS-RL-REAL-A     PIC ---,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-ORC-A      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VAR-A      PIC ---,---,--9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-PCT-A      PIC ---9.9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-MARCA      PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-ORCAMENTO
      *    Tabela cheia: consulta e relatorio ficam (sobre as linhas
      *    carregadas), mas nada e gravado - o OPEN OUTPUT perderia
      *    as linhas que nao couberam.
           IF CARGA-ESTOUROU
              DISPLAY "ORCAMENTO.DAT MAIOR QUE A TABELA DE 2000 - "
                 "SO CONSULTA, ALTERACAO RECUSADA PARA NAO TRUNCAR "
                 "O ARQUIVO"
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CARREGA-CENTROS-CUSTO
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== ORCAMENTO POR CONTA/CENTRO ====="
              DISPLAY "(1) LISTAR ORCAMENTO DE UM MES"
              DISPLAY "(2) INCLUIR OU ALTERAR VALOR ORCADO"
              DISPLAY "(3) RELATORIO ORCADO X REALIZADO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-ORCAMENTO
                 WHEN 2
                    IF CARGA-ESTOUROU
                       DISPLAY "ORCAMENTO.DAT MAIOR QUE A TABELA - "
                          "ALTERACAO RECUSADA"
                    ELSE
                       PERFORM INCLUI-ALTERA-ORCAMENTO
                    END-IF
                 WHEN 3 PERFORM RELATORIO-ORCADO-REALIZADO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO AND NOT CARGA-ESTOUROU
              PERFORM GRAVA-ORCAMENTO
           END-IF
           GOBACK.

       CARREGA-ORCAMENTO.
           MOVE 0 TO WS-ORC-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ORCAMENTO
           IF WS-ORC-STATUS = "35"
              DISPLAY "ORCAMENTO.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ ORCAMENTO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-ORC-COUNT >= 2000
                          MOVE "Y" TO WS-CARGA-ESTOURO
                       ELSE
                          ADD 1 TO WS-ORC-COUNT
                          MOVE OR-CONTA
                             TO WS-OR-CONTA(WS-ORC-COUNT)
                          MOVE OR-CCUSTO
                             TO WS-OR-CCUSTO(WS-ORC-COUNT)
                          MOVE OR-MES
                             TO WS-OR-MES(WS-ORC-COUNT)
                          MOVE OR-VALOR
                             TO WS-OR-VALOR(WS-ORC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORCAMENTO
           END-IF.

       GRAVA-ORCAMENTO.
           OPEN OUTPUT ORCAMENTO
           PERFORM VARYING WS-ORC-IDX FROM 1 BY 1
                 UNTIL WS-ORC-IDX > WS-ORC-COUNT
              MOVE SPACES TO ORCAMENTO-REC
              MOVE WS-OR-CONTA(WS-ORC-IDX)  TO OR-CONTA
              MOVE WS-OR-CCUSTO(WS-ORC-IDX) TO OR-CCUSTO
              MOVE WS-OR-MES(WS-ORC-IDX)    TO OR-MES
              MOVE WS-OR-VALOR(WS-ORC-IDX)  TO OR-VALOR
              WRITE ORCAMENTO-REC
           END-PERFORM
           CLOSE ORCAMENTO.

      *    Sem CCUSTOS.DAT qualquer centro e aceito, como no CONTABIL.
       CARREGA-CENTROS-CUSTO.
           MOVE 0 TO WS-CCU-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CENTRO-CUSTOS
           IF WS-CCU-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CENTRO-CUSTOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-CCU-COUNT < 100
                       ADD 1 TO WS-CCU-COUNT
                       MOVE CC-CODIGO
                          TO WS-CCU-COD(WS-CCU-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CENTRO-CUSTOS.

       VALIDA-CENTRO-CUSTO.
           MOVE "Y" TO WS-CCUSTO-OK
           IF WS-CCU-COUNT = 0 OR WS-BUSCA-CCUSTO = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CCUSTO-OK
           SET WS-CCU-IDX TO 1
           SEARCH WS-CCU-ENTRY
              AT END
                 DISPLAY "CENTRO DE CUSTO " WS-BUSCA-CCUSTO
                    " NAO CONSTA EM CCUSTOS.DAT"
              WHEN WS-CCU-COD(WS-CCU-IDX) = WS-BUSCA-CCUSTO
                 MOVE "Y" TO WS-CCUSTO-OK
           END-SEARCH.

       CAPTURA-ANO-MES.
           MOVE 2000 TO WS-NUM-MIN
           MOVE 2100 TO WS-NUM-MAX
           MOVE "ANO (AAAA): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-BUSCA-ANO
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
           MOVE "MES (1-12): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-MES-NUM
           COMPUTE WS-BUSCA-MES = WS-BUSCA-ANO * 100 + WS-MES-NUM.

       LISTA-ORCAMENTO.
           PERFORM CAPTURA-ANO-MES
           DISPLAY "CONTA    CC            VALOR"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ORC-COUNT
              IF WS-OR-MES(WS-I) = WS-BUSCA-MES
                 DISPLAY WS-OR-CONTA(WS-I) " " WS-OR-CCUSTO(WS-I)
                    "  " WS-OR-VALOR(WS-I)
              END-IF
           END-PERFORM.

       INCLUI-ALTERA-ORCAMENTO.
           DISPLAY "CONTA CONTABIL (8 DIGITOS): "
           ACCEPT WS-BUSCA-CONTA
           IF WS-BUSCA-CONTA IS NOT NUMERIC
              DISPLAY "CONTA INVALIDA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CENTRO DE CUSTO (BRANCO = SEM CENTRO): "
           ACCEPT WS-BUSCA-CCUSTO
           PERFORM VALIDA-CENTRO-CUSTO
           IF NOT CCUSTO-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURA-ANO-MES
           DISPLAY "APLICAR O VALOR AOS 12 MESES DE " WS-BUSCA-ANO
              "? (S/N)"
           ACCEPT WS-TODOS-MESES
           MOVE 0         TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "VALOR ORCADO NO MES: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           IF WS-TODOS-MESES = "S"
              MOVE 1  TO WS-MES-INICIAL
              MOVE 12 TO WS-MES-FINAL
           ELSE
              MOVE WS-MES-NUM TO WS-MES-INICIAL
              MOVE WS-MES-NUM TO WS-MES-FINAL
           END-IF
           MOVE 0 TO WS-QTD-GRAVADOS
           PERFORM VARYING WS-MES-NUM FROM WS-MES-INICIAL BY 1
                 UNTIL WS-MES-NUM > WS-MES-FINAL
              COMPUTE WS-BUSCA-MES = WS-BUSCA-ANO * 100 + WS-MES-NUM
              PERFORM GRAVA-VALOR-DO-MES
           END-PERFORM
           IF WS-QTD-GRAVADOS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "ORCAMENTO DE " DELIMITED BY SIZE
                  WS-BUSCA-CONTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-BUSCA-CCUSTO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-QTD-GRAVADOS DELIMITED BY SIZE
                  " MES(ES) GRAVADO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       GRAVA-VALOR-DO-MES.
           MOVE "N" TO WS-ACHOU-ORC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ORC-COUNT OR ACHOU-ORC
              IF WS-OR-CONTA(WS-I) = WS-BUSCA-CONTA
                    AND WS-OR-CCUSTO(WS-I) = WS-BUSCA-CCUSTO
                    AND WS-OR-MES(WS-I) = WS-BUSCA-MES
                 MOVE "Y" TO WS-ACHOU-ORC
                 SET WS-ORC-IDX TO WS-I
              END-IF
           END-PERFORM
           IF NOT ACHOU-ORC
              IF WS-ORC-COUNT > 1999
                 DISPLAY "TABELA DE ORCAMENTO CHEIA - MES "
                    WS-BUSCA-MES " NAO GRAVADO"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ORC-COUNT
              SET WS-ORC-IDX TO WS-ORC-COUNT
              MOVE WS-BUSCA-CONTA  TO WS-OR-CONTA(WS-ORC-IDX)
              MOVE WS-BUSCA-CCUSTO TO WS-OR-CCUSTO(WS-ORC-IDX)
              MOVE WS-BUSCA-MES    TO WS-OR-MES(WS-ORC-IDX)
           END-IF
           MOVE WS-DEC-ENTRADA TO WS-OR-VALOR(WS-ORC-IDX)
           ADD 1 TO WS-QTD-GRAVADOS.

       RELATORIO-ORCADO-REALIZADO.
           PERFORM CAPTURA-ANO-MES
           PERFORM CARREGA-TOLERANCIA
           MOVE 0 TO WS-CMP-COUNT
           MOVE 0 TO WS-QTD-MARCADAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ORC-COUNT
              IF WS-OR-MES(WS-I)(1:4) = WS-BUSCA-ANO
                 MOVE WS-OR-CONTA(WS-I)  TO WS-BUSCA-CONTA
                 MOVE WS-OR-CCUSTO(WS-I) TO WS-BUSCA-CCUSTO
                 PERFORM LOCALIZA-COMPARATIVO
                 IF ACHOU-CMP
                    MOVE "S" TO WS-CP-ORCADA(WS-CMP-IDX)
                    IF WS-OR-MES(WS-I) <= WS-BUSCA-MES
                       ADD WS-OR-VALOR(WS-I)
                          TO WS-CP-ORC-ACU(WS-CMP-IDX)
                    END-IF
                    IF WS-OR-MES(WS-I) = WS-BUSCA-MES
                       ADD WS-OR-VALOR(WS-I)
                          TO WS-CP-ORC-MES(WS-CMP-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM ACUMULA-REALIZADO
           IF WS-CMP-COUNT = 0
              DISPLAY "NENHUM ORCAMENTO OU MOVIMENTO EM "
                 WS-BUSCA-ANO " ATE O MES " WS-BUSCA-MES
              EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-RELATORIO-ORCAMENTO
           DISPLAY "ORCADO X REALIZADO DE " WS-BUSCA-MES " GERADO: "
              WS-CMP-COUNT " LINHA(S), " WS-QTD-MARCADAS
              " MARCADA(S) - VER ORCAREL.DAT".

       CARREGA-TOLERANCIA.
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED
           OPEN INPUT ORCA-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "ORCAPAR.DAT NAO ENCONTRADO - TOLERANCIA "
                 "PADRAO DE " WS-TOLERANCIA-ED "%"
              EXIT PARAGRAPH
           END-IF
           READ ORCA-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF OP-TOLERANCIA IS NUMERIC
                    MOVE OP-TOLERANCIA TO WS-TOLERANCIA
                    MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED
                 END-IF
           END-READ
           CLOSE ORCA-PARAMETRO.

      *    Movimento do ano ate o mes consultado; o encerramento do
      *    exercicio zera as contas de resultado e nao e gasto.
       ACUMULA-REALIZADO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              DISPLAY "GLIFACE.DAT NAO ENCONTRADO - REALIZADO ZERADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-DATA(1:4) = WS-BUSCA-ANO
                          AND GI-DATA(1:6) <= WS-BUSCA-MES
                          AND GI-FONTE NOT = "ENCERRA"
                       PERFORM SOMA-LANCAMENTO-REALIZADO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

       SOMA-LANCAMENTO-REALIZADO.
           MOVE GI-CONTA  TO WS-BUSCA-CONTA
           MOVE GI-CCUSTO TO WS-BUSCA-CCUSTO
      *    Conta patrimonial so entra quando tem orcamento.
           IF GI-CONTA(1:1) < "3"
              MOVE "N" TO WS-ACHOU-CMP
              IF WS-CMP-COUNT > 0
                 SET WS-CMP-IDX TO 1
                 SEARCH WS-CMP-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-CP-CONTA(WS-CMP-IDX) = WS-BUSCA-CONTA
                         AND WS-CP-CCUSTO(WS-CMP-IDX) = WS-BUSCA-CCUSTO
                       MOVE "Y" TO WS-ACHOU-CMP
                 END-SEARCH
              END-IF
           ELSE
              PERFORM LOCALIZA-COMPARATIVO
           END-IF
           IF NOT ACHOU-CMP
              EXIT PARAGRAPH
           END-IF
           IF GI-CONTA(1:1) = "2" OR GI-CONTA(1:1) = "3"
              IF GI-DC = "C"
                 MOVE GI-VALOR TO WS-VALOR-LANC
              ELSE
                 COMPUTE WS-VALOR-LANC = 0 - GI-VALOR
              END-IF
           ELSE
              IF GI-DC = "D"
                 MOVE GI-VALOR TO WS-VALOR-LANC
              ELSE
                 COMPUTE WS-VALOR-LANC = 0 - GI-VALOR
              END-IF
           END-IF
           ADD WS-VALOR-LANC TO WS-CP-REAL-ACU(WS-CMP-IDX)
           IF GI-DATA(1:6) = WS-BUSCA-MES
              ADD WS-VALOR-LANC TO WS-CP-REAL-MES(WS-CMP-IDX)
           END-IF.

       LOCALIZA-COMPARATIVO.
           MOVE "N" TO WS-ACHOU-CMP
           IF WS-CMP-COUNT > 0
              SET WS-CMP-IDX TO 1
              SEARCH WS-CMP-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CP-CONTA(WS-CMP-IDX) = WS-BUSCA-CONTA
                       AND WS-CP-CCUSTO(WS-CMP-IDX) = WS-BUSCA-CCUSTO
                    MOVE "Y" TO WS-ACHOU-CMP
              END-SEARCH
           END-IF
           IF NOT ACHOU-CMP
              IF WS-CMP-COUNT < 500
                 ADD 1 TO WS-CMP-COUNT
                 SET WS-CMP-IDX TO WS-CMP-COUNT
                 MOVE WS-BUSCA-CONTA  TO WS-CP-CONTA(WS-CMP-IDX)
                 MOVE WS-BUSCA-CCUSTO TO WS-CP-CCUSTO(WS-CMP-IDX)
                 MOVE 0   TO WS-CP-ORC-MES(WS-CMP-IDX)
                 MOVE 0   TO WS-CP-ORC-ACU(WS-CMP-IDX)
                 MOVE 0   TO WS-CP-REAL-MES(WS-CMP-IDX)
                 MOVE 0   TO WS-CP-REAL-ACU(WS-CMP-IDX)
                 MOVE "N" TO WS-CP-ORCADA(WS-CMP-IDX)
                 MOVE "Y" TO WS-ACHOU-CMP
              ELSE
                 DISPLAY "MAIS DE 500 CONTAS/CENTROS - CONTA "
                    WS-BUSCA-CONTA " FORA DO RELATORIO"
              END-IF
           END-IF.

       GRAVA-RELATORIO-ORCAMENTO.
           OPEN OUTPUT ORCA-REPORT
           MOVE SPACES TO ORCA-REPORT-REC
           STRING "===== ORCADO X REALIZADO - " DELIMITED BY SIZE
                  WS-BUSCA-MES DELIMITED BY SIZE
                  " - TOLERANCIA " DELIMITED BY SIZE
                  WS-TOLERANCIA-ED DELIMITED BY SIZE
                  "% =====" DELIMITED BY SIZE
                  INTO ORCA-REPORT-REC
           END-STRING
           WRITE ORCA-REPORT-REC
           MOVE SPACES TO ORCA-REPORT-REC
           STRING "CONTA    CC  " DELIMITED BY SIZE
                  "   REALIZ. MES     ORCADO MES" DELIMITED BY SIZE
                  "   VARIACAO MES  % MES" DELIMITED BY SIZE
                  " |    REALIZ. ANO     ORCADO ANO" DELIMITED BY SIZE
                  "   VARIACAO ANO  % ANO" DELIMITED BY SIZE
                  INTO ORCA-REPORT-REC
           END-STRING
           WRITE ORCA-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CMP-COUNT
              PERFORM GRAVA-LINHA-COMPARATIVO
           END-PERFORM
           MOVE SPACES TO ORCA-REPORT-REC
           WRITE ORCA-REPORT-REC
           MOVE SPACES TO ORCA-REPORT-REC
           STRING "LINHAS MARCADAS (FORA DA TOLERANCIA OU NAO "
                  DELIMITED BY SIZE
                  "ORCADAS): "
                  DELIMITED BY SIZE
                  WS-QTD-MARCADAS DELIMITED BY SIZE
                  INTO ORCA-REPORT-REC
           END-STRING
           WRITE ORCA-REPORT-REC
           CLOSE ORCA-REPORT.

       GRAVA-LINHA-COMPARATIVO.
           MOVE WS-CP-CONTA(WS-I)    TO WS-RL-CONTA
           MOVE WS-CP-CCUSTO(WS-I)   TO WS-RL-CCUSTO
           MOVE WS-CP-REAL-MES(WS-I) TO WS-RL-REAL-M
           MOVE WS-CP-ORC-MES(WS-I)  TO WS-RL-ORC-M
           COMPUTE WS-VARIACAO =
              WS-CP-REAL-MES(WS-I) - WS-CP-ORC-MES(WS-I)
           MOVE WS-VARIACAO TO WS-RL-VAR-M
           MOVE WS-CP-REAL-MES(WS-I) TO WS-REAL-AVAL
           MOVE WS-CP-ORC-MES(WS-I)  TO WS-ORC-AVAL
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERCENTUAL TO WS-RL-PCT-M
           MOVE "N" TO WS-ESTOURO-CMP
           PERFORM AVALIA-TOLERANCIA
           MOVE WS-CP-REAL-ACU(WS-I) TO WS-RL-REAL-A
           MOVE WS-CP-ORC-ACU(WS-I)  TO WS-RL-ORC-A
           COMPUTE WS-VARIACAO =
              WS-CP-REAL-ACU(WS-I) - WS-CP-ORC-ACU(WS-I)
           MOVE WS-VARIACAO TO WS-RL-VAR-A
           MOVE WS-CP-REAL-ACU(WS-I) TO WS-REAL-AVAL
           MOVE WS-CP-ORC-ACU(WS-I)  TO WS-ORC-AVAL
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PERCENTUAL TO WS-RL-PCT-A
           PERFORM AVALIA-TOLERANCIA
           MOVE SPACES TO WS-MARCA
           IF WS-CP-ORCADA(WS-I) = "N"
              MOVE "NAO ORCADA" TO WS-MARCA
           ELSE
              IF ESTOURO-CMP
                 IF WS-CP-CONTA(WS-I)(1:1) = "2"
                       OR WS-CP-CONTA(WS-I)(1:1) = "3"
                    MOVE "<< ABAIXO" TO WS-MARCA
                 ELSE
                    MOVE "<< ACIMA" TO WS-MARCA
                 END-IF
              END-IF
           END-IF
           IF WS-MARCA NOT = SPACES
              ADD 1 TO WS-QTD-MARCADAS
           END-IF
           MOVE WS-MARCA TO WS-RL-MARCA
           WRITE ORCA-REPORT-REC FROM WS-REL-LINHA.

      *    Realizado sobre orcado; sem orcado nao ha percentual.
       CALCULA-PERCENTUAL.
           IF WS-ORC-AVAL > 0
              COMPUTE WS-PERCENTUAL ROUNDED =
                 (WS-REAL-AVAL * 100) / WS-ORC-AVAL
                 ON SIZE ERROR MOVE 999.9 TO WS-PERCENTUAL
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PERCENTUAL
           END-IF.

      *    Despesa (e ativo) estoura para cima do orcado - gasto em
      *    mes sem orcamento tambem; receita (e passivo) para baixo.
       AVALIA-TOLERANCIA.
           IF WS-CP-CONTA(WS-I)(1:1) = "2"
                 OR WS-CP-CONTA(WS-I)(1:1) = "3"
              IF WS-ORC-AVAL = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-CP-CONTA(WS-I)(1:1) = "2"
                 OR WS-CP-CONTA(WS-I)(1:1) = "3"
              COMPUTE WS-LIMITE ROUNDED =
                 WS-ORC-AVAL * (100 - WS-TOLERANCIA) / 100
              IF WS-REAL-AVAL < WS-LIMITE
                 MOVE "Y" TO WS-ESTOURO-CMP
              END-IF
           ELSE
              COMPUTE WS-LIMITE ROUNDED =
                 WS-ORC-AVAL * (100 + WS-TOLERANCIA) / 100
              IF WS-REAL-AVAL > WS-LIMITE
                 MOVE "Y" TO WS-ESTOURO-CMP
              END-IF
           END-IF.

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".
