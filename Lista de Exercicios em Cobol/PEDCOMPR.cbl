       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCOMPR.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Pedidos de compra a montadora (PEDCOMPR.DAT):
      *   - gerar os pedidos a partir da sugestao de reposicao do
      *     REPOSUG (REPOSUG.DAT): cada modelo com quantidade a pedir
      *     vira um pedido numerado, com a data prevista de entrega
      *     e o custo unitario negociado. Modelo que ja tem pedido
      *     em aberto nao recebe outro - o saldo dele ja esta vindo;
      *   - listar os pedidos em aberto com o saldo a receber;
      *   - relatorio PEDCREL.DAT dos pedidos em aberto, marcando os
      *     ATRASADOS (data prevista vencida com saldo) e os
      *     EXCEDIDOS (recebido acima do pedido, mesmo ja fechados).
      * O recebimento e conferido contra o pedido no VEICMNT, que
      * soma a quantidade recebida (parcial permitido).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA ASSIGN TO "PEDCOMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT SUGESTAO-REPOSICAO ASSIGN TO "REPOSUG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUG-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT PEDIDO-REPORT ASSIGN TO "PEDCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT SANDBOX-MARCA ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-COMPRA
           RECORD CONTAINS 51 CHARACTERS.
       COPY "PEDCREC.cpy".

      *    Linha da sugestao como o REPOSUG a imprime (WS-SUG-LINHA).
       FD  SUGESTAO-REPOSICAO
           RECORD CONTAINS 70 CHARACTERS.
       01  SUGESTAO-REPOSICAO-REC.
           05  RS-VEIC-ID        PIC X(3).
           05  FILLER            PIC X.
           05  RS-MODELO         PIC X(20).
           05  FILLER            PIC X(5).
           05  RS-ESTOQUE        PIC ZZ9.
           05  FILLER            PIC X(5).
           05  RS-VENDIDOS       PIC ZZZZ9.
           05  FILLER            PIC X(5).
           05  RS-PEDIR          PIC ZZ9.
           05  FILLER            PIC X(20).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  PEDIDO-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  PEDIDO-REPORT-REC     PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       01  SANDBOX-MARCA-REC     PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SANDBOX.cpy".
       COPY "FILIAL.cpy".
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       77  WS-SAND-STATUS   PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-PED-STATUS    PIC XX VALUE SPACES.
       77  WS-SUG-STATUS    PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-EOF-SUG       PIC X VALUE "N".
           88 EOF-SUG              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-PED-COUNT     PIC 9(4) VALUE 0.
       77  WS-PED-ESTOURO   PIC X VALUE "N".
           88 PEDIDOS-ESTOURARAM   VALUE "Y".
       01  WS-PED-TABELA.
           05  WS-PED-LINHA-TAB OCCURS 2000 TIMES PIC X(51).
       77  WS-I             PIC 9(4).
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-PED-ULTIMO    PIC 9(6) VALUE 0.
       77  WS-PED-ABERTO    PIC 9(6) VALUE 0.
       77  WS-SUG-VEIC      PIC 9(3) VALUE 0.
       77  WS-SUG-QTD       PIC 9(3) VALUE 0.
       77  WS-QTD-GERADOS   PIC 9(4) VALUE 0.
       77  WS-QTD-LIDAS     PIC 9(4) VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-DATA-PREVISTA PIC X(8).
       77  WS-PREVISTA-NUM  PIC 9(8).
       77  WS-CUSTO-CADASTRO PIC 9(6)V99 VALUE 0.
       77  WS-ACHOU-VEIC    PIC X VALUE "N".
           88 ACHOU-VEIC           VALUE "Y".
       77  WS-SALDO         PIC 9(3) VALUE 0.
       77  WS-CUSTO-ED      PIC ZZZ,ZZ9.99.
       77  WS-QTD-ABERTOS   PIC 9(4) VALUE 0.
       77  WS-QTD-ATRASADOS PIC 9(4) VALUE 0.
       77  WS-QTD-EXCEDIDOS PIC 9(4) VALUE 0.
       78  WS-PRAZO-PADRAO  VALUE 30.
       01  WS-PED-LINHA.
           05  WS-PL-NUMERO     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-VEIC       PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-EMISSAO    PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-PREVISTA   PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-PEDIDA     PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-RECEBIDA   PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-CUSTO      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-PL-ALERTA     PIC X(8).
           05  FILLER           PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           PERFORM OBTEM-FILIAL
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-PEDIDOS
           IF PEDIDOS-ESTOURARAM
              DISPLAY "PEDCOMPR.DAT MAIOR QUE A TABELA DE 2000 - "
                 "CONTROLE RECUSADO PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== PEDIDOS DE COMPRA A MONTADORA ====="
              DISPLAY "(1) GERAR PEDIDOS DA SUGESTAO DE REPOSICAO"
              DISPLAY "(2) LISTAR PEDIDOS EM ABERTO"
              DISPLAY "(3) RELATORIO DE PEDIDOS EM ABERTO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM GERA-PEDIDOS-SUGESTAO
                 WHEN 2 PERFORM LISTA-ABERTOS
                 WHEN 3 PERFORM RELATORIO-ABERTOS
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-PEDIDOS
           END-IF
           GOBACK.

       CARREGA-PEDIDOS.
           MOVE 0 TO WS-PED-COUNT
           MOVE 0 TO WS-PED-ULTIMO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PEDIDO-COMPRA
           IF WS-PED-STATUS = "35"
              DISPLAY "PEDCOMPR.DAT NAO ENCONTRADO - "
                 "NENHUM PEDIDO EMITIDO AINDA"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ PEDIDO-COMPRA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-PED-COUNT < 2000
                          ADD 1 TO WS-PED-COUNT
                          MOVE PEDIDO-COMPRA-REC
                             TO WS-PED-LINHA-TAB(WS-PED-COUNT)
                          IF PC-NUMERO > WS-PED-ULTIMO
                             MOVE PC-NUMERO TO WS-PED-ULTIMO
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-PED-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PEDIDO-COMPRA
           END-IF.

       REGRAVA-PEDIDOS.
           OPEN OUTPUT PEDIDO-COMPRA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PED-COUNT
              MOVE WS-PED-LINHA-TAB(WS-I) TO PEDIDO-COMPRA-REC
              WRITE PEDIDO-COMPRA-REC
           END-PERFORM
           CLOSE PEDIDO-COMPRA.

      *    Cada linha do REPOSUG.DAT com quantidade a pedir e
      *    oferecida ao comprador; confirmada, vira pedido numerado.
       GERA-PEDIDOS-SUGESTAO.
           MOVE 0 TO WS-QTD-GERADOS
           MOVE 0 TO WS-QTD-LIDAS
           MOVE "N" TO WS-EOF-SUG
           OPEN INPUT SUGESTAO-REPOSICAO
           IF WS-SUG-STATUS = "35"
              DISPLAY "REPOSUG.DAT NAO ENCONTRADO - RODAR A SUGESTAO "
                 "DE REPOSICAO ANTES"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-SUG
              READ SUGESTAO-REPOSICAO
                 AT END
                    MOVE "Y" TO WS-EOF-SUG
                 NOT AT END
                    IF RS-VEIC-ID IS NUMERIC
                       MOVE RS-VEIC-ID TO WS-SUG-VEIC
                       MOVE RS-PEDIR   TO WS-SUG-QTD
                       IF WS-SUG-QTD > 0
                          ADD 1 TO WS-QTD-LIDAS
                          PERFORM OFERECE-PEDIDO-SUGESTAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUGESTAO-REPOSICAO
           IF WS-QTD-LIDAS = 0
              DISPLAY "NENHUM MODELO COM QUANTIDADE A PEDIR NA "
                 "SUGESTAO"
           END-IF
           DISPLAY WS-QTD-GERADOS " PEDIDO(S) DE COMPRA GERADO(S)".

       OFERECE-PEDIDO-SUGESTAO.
           PERFORM LOCALIZA-PEDIDO-ABERTO
           IF WS-PED-ABERTO > 0
              DISPLAY "VEICULO " WS-SUG-VEIC " " RS-MODELO
                 " JA TEM O PEDIDO " WS-PED-ABERTO " EM ABERTO"
              EXIT PARAGRAPH
           END-IF
           IF WS-PED-COUNT > 1999
              DISPLAY "PEDCOMPR.DAT CHEIO - PEDIDO NAO GERADO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "VEICULO " WS-SUG-VEIC " " RS-MODELO
              " - SUGERIDO PEDIR " WS-SUG-QTD
           DISPLAY "GERAR O PEDIDO (S/N)? "
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE 0   TO WS-NUM-MIN
           MOVE 999 TO WS-NUM-MAX
           MOVE "QUANTIDADE (0 = A SUGERIDA): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           IF WS-NUM-ENTRADA > 0
              MOVE WS-NUM-ENTRADA TO WS-SUG-QTD
           END-IF
           DISPLAY "DATA PREVISTA DE ENTREGA (AAAAMMDD, BRANCO = "
              WS-PRAZO-PADRAO " DIAS): "
           MOVE SPACES TO WS-DATA-PREVISTA
           ACCEPT WS-DATA-PREVISTA
           IF WS-DATA-PREVISTA = SPACES
              COMPUTE WS-PREVISTA-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-PADRAO)
           ELSE
              IF WS-DATA-PREVISTA IS NOT NUMERIC
                 DISPLAY "DATA PREVISTA INVALIDA - PEDIDO NAO GERADO"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATA-PREVISTA TO WS-PREVISTA-NUM
              IF WS-PREVISTA-NUM < WS-HOJE
                 DISPLAY "DATA PREVISTA ANTERIOR A HOJE - PEDIDO NAO "
                    "GERADO"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM BUSCA-CUSTO-CADASTRO
           MOVE WS-CUSTO-CADASTRO TO WS-CUSTO-ED
           DISPLAY "CUSTO DO CADASTRO: " WS-CUSTO-ED
           MOVE 0         TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "CUSTO UNITARIO (0 = DO CADASTRO): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE SPACES TO PEDIDO-COMPRA-REC
           ADD 1 TO WS-PED-ULTIMO
           MOVE WS-PED-ULTIMO   TO PC-NUMERO
           MOVE WS-SUG-VEIC     TO PC-VEIC-ID
           MOVE WS-HOJE         TO PC-DATA-EMISSAO
           MOVE WS-PREVISTA-NUM TO PC-DATA-PREVISTA
           MOVE WS-SUG-QTD      TO PC-QTD-PEDIDA
           MOVE 0               TO PC-QTD-RECEBIDA
           IF WS-DEC-ENTRADA > 0
              MOVE WS-DEC-ENTRADA    TO PC-CUSTO-UNIT
           ELSE
              MOVE WS-CUSTO-CADASTRO TO PC-CUSTO-UNIT
           END-IF
           MOVE WS-FILIAL-CODIGO TO PC-FILIAL
           MOVE 0               TO PC-DATA-ULT-RECEB
           SET PC-ABERTO TO TRUE
           ADD 1 TO WS-PED-COUNT
           MOVE PEDIDO-COMPRA-REC TO WS-PED-LINHA-TAB(WS-PED-COUNT)
           MOVE "Y" TO WS-ALTERADO
           ADD 1 TO WS-QTD-GERADOS
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PEDIDO DE COMPRA " DELIMITED BY SIZE
                  WS-PED-ULTIMO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-SUG-QTD DELIMITED BY SIZE
                  " UNIDADE(S) DO VEICULO " DELIMITED BY SIZE
                  WS-SUG-VEIC DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       LOCALIZA-PEDIDO-ABERTO.
           MOVE 0 TO WS-PED-ABERTO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PED-COUNT OR WS-PED-ABERTO > 0
              MOVE WS-PED-LINHA-TAB(WS-I) TO PEDIDO-COMPRA-REC
              IF PC-ABERTO AND PC-VEIC-ID = WS-SUG-VEIC
                 MOVE PC-NUMERO TO WS-PED-ABERTO
              END-IF
           END-PERFORM.

       BUSCA-CUSTO-CADASTRO.
           MOVE 0 TO WS-CUSTO-CADASTRO
           MOVE "N" TO WS-ACHOU-VEIC
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
                    IF VEIC-ID = WS-SUG-VEIC
                       MOVE "Y" TO WS-ACHOU-VEIC
                       MOVE "Y" TO WS-EOF-ARQ
                       IF VEIC-CUSTO IS NUMERIC
                          MOVE VEIC-CUSTO TO WS-CUSTO-CADASTRO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER.

       LISTA-ABERTOS.
           MOVE 0 TO WS-QTD-ABERTOS
           DISPLAY "PEDIDO VEI PREVISTA PEDIDA RECEBIDA SALDO"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PED-COUNT
              MOVE WS-PED-LINHA-TAB(WS-I) TO PEDIDO-COMPRA-REC
              IF PC-ABERTO
                 ADD 1 TO WS-QTD-ABERTOS
                 COMPUTE WS-SALDO = PC-QTD-PEDIDA - PC-QTD-RECEBIDA
                 DISPLAY PC-NUMERO " " PC-VEIC-ID " " PC-DATA-PREVISTA
                    "    " PC-QTD-PEDIDA "      " PC-QTD-RECEBIDA
                    "  " WS-SALDO
              END-IF
           END-PERFORM
           IF WS-QTD-ABERTOS = 0
              DISPLAY "(NENHUM PEDIDO EM ABERTO)"
           END-IF.

      *    Pedidos em aberto e os ja fechados que receberam mais do
      *    que o pedido - o estoque que entrou sem ter sido comprado.
       RELATORIO-ABERTOS.
           MOVE 0 TO WS-QTD-ABERTOS
           MOVE 0 TO WS-QTD-ATRASADOS
           MOVE 0 TO WS-QTD-EXCEDIDOS
           OPEN OUTPUT PEDIDO-REPORT
           MOVE SPACES TO PEDIDO-REPORT-REC
           STRING "===== PEDIDOS DE COMPRA EM ABERTO EM "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO PEDIDO-REPORT-REC
           END-STRING
           WRITE PEDIDO-REPORT-REC
           MOVE SPACES TO PEDIDO-REPORT-REC
           STRING "PEDIDO VEI EMISSAO  PREVISTA PED REC "
                     DELIMITED BY SIZE
                  "  CUSTO UNIT" DELIMITED BY SIZE
                  INTO PEDIDO-REPORT-REC
           END-STRING
           WRITE PEDIDO-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PED-COUNT
              MOVE WS-PED-LINHA-TAB(WS-I) TO PEDIDO-COMPRA-REC
              IF PC-ABERTO OR PC-QTD-RECEBIDA > PC-QTD-PEDIDA
                 PERFORM GRAVA-LINHA-PEDIDO
              END-IF
           END-PERFORM
           MOVE SPACES TO PEDIDO-REPORT-REC
           WRITE PEDIDO-REPORT-REC
           MOVE SPACES TO PEDIDO-REPORT-REC
           STRING "PEDIDOS EM ABERTO: " DELIMITED BY SIZE
                  WS-QTD-ABERTOS DELIMITED BY SIZE
                  "  ATRASADOS: " DELIMITED BY SIZE
                  WS-QTD-ATRASADOS DELIMITED BY SIZE
                  "  EXCEDIDOS: " DELIMITED BY SIZE
                  WS-QTD-EXCEDIDOS DELIMITED BY SIZE
                  INTO PEDIDO-REPORT-REC
           END-STRING
           WRITE PEDIDO-REPORT-REC
           CLOSE PEDIDO-REPORT
           DISPLAY "RELATORIO GERADO EM PEDCREL.DAT - "
              WS-QTD-ABERTOS " PEDIDO(S) EM ABERTO".

       GRAVA-LINHA-PEDIDO.
           MOVE SPACES TO WS-PL-ALERTA
           IF PC-ABERTO
              ADD 1 TO WS-QTD-ABERTOS
              IF PC-DATA-PREVISTA < WS-HOJE
                 ADD 1 TO WS-QTD-ATRASADOS
                 MOVE "ATRASADO" TO WS-PL-ALERTA
              END-IF
           END-IF
           IF PC-QTD-RECEBIDA > PC-QTD-PEDIDA
              ADD 1 TO WS-QTD-EXCEDIDOS
              MOVE "EXCEDIDO" TO WS-PL-ALERTA
           END-IF
           MOVE PC-NUMERO        TO WS-PL-NUMERO
           MOVE PC-VEIC-ID       TO WS-PL-VEIC
           MOVE PC-DATA-EMISSAO  TO WS-PL-EMISSAO
           MOVE PC-DATA-PREVISTA TO WS-PL-PREVISTA
           MOVE PC-QTD-PEDIDA    TO WS-PL-PEDIDA
           MOVE PC-QTD-RECEBIDA  TO WS-PL-RECEBIDA
           MOVE PC-CUSTO-UNIT    TO WS-PL-CUSTO
           WRITE PEDIDO-REPORT-REC FROM WS-PED-LINHA.

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".

       COPY "FILIALP.cpy".

       COPY "SANDBOXP.cpy".
