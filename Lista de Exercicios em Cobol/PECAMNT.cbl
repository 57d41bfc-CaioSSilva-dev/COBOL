       IDENTIFICATION DIVISION.
       PROGRAM-ID. PECAMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao do estoque de pecas da oficina (PECAS.DAT), no
      * molde do ACESMNT. Funcoes:
      *   - listar as pecas com saldo, custo e preco de balcao;
      *   - incluir peca (codigo unico, descricao, preco), com saldo
      *     zero - o saldo so entra pela nota do fornecedor;
      *   - entrada de estoque: quantidade e custo unitario da nota,
      *     que refaz o custo medio da peca;
      *   - alterar o preco de balcao - ordens ja lancadas guardam o
      *     preco da epoca em ORDSITEM.DAT;
      *   - inativar/reativar peca: a inativa nao e mais lancada na
      *     ordem de servico do OFICINA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PECA-MASTER ASSIGN TO "PECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PECA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PECA-MASTER
           RECORD CONTAINS 58 CHARACTERS.
       COPY "PECAREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "DECVALID.cpy".
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-PECA-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-PECA-COUNT    PIC 9(4) VALUE 0.
       77  WS-PECA-ESTOURO  PIC X VALUE "N".
           88 PECAS-ESTOURARAM     VALUE "Y".
       01  WS-PECA-TABELA.
           05  WS-PECA-LINHA-TAB OCCURS 2000 TIMES PIC X(58).
       77  WS-I             PIC 9(4).
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-BUSCA-COD     PIC X(6).
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-ENT-QTD       PIC 9(5) VALUE 0.
       77  WS-ENT-CUSTO     PIC 9(6)V99 VALUE 0.
       77  WS-NOVO-SALDO    PIC 9(6) VALUE 0.
       77  WS-CUSTO-ED      PIC ZZZ,ZZ9.99.
       77  WS-PRECO-ED      PIC ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-PECAS
           IF PECAS-ESTOURARAM
              DISPLAY "PECAS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "MANUTENCAO RECUSADA PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== ESTOQUE DE PECAS DA OFICINA ====="
              DISPLAY "(1) LISTAR PECAS"
              DISPLAY "(2) INCLUIR PECA"
              DISPLAY "(3) ENTRADA DE ESTOQUE"
              DISPLAY "(4) ALTERAR PRECO DE BALCAO"
              DISPLAY "(5) INATIVAR / REATIVAR PECA"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-PECAS
                 WHEN 2 PERFORM INCLUI-PECA
                 WHEN 3 PERFORM ENTRADA-ESTOQUE
                 WHEN 4 PERFORM ALTERA-PRECO
                 WHEN 5 PERFORM ALTERNA-SITUACAO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM GRAVA-PECAS
           END-IF
           GOBACK.

       CARREGA-PECAS.
           MOVE 0 TO WS-PECA-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PECA-MASTER
           IF WS-PECA-STATUS = "35"
              DISPLAY "PECAS.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ PECA-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-PECA-COUNT < 2000
                          ADD 1 TO WS-PECA-COUNT
                          MOVE PECA-MASTER-REC
                             TO WS-PECA-LINHA-TAB(WS-PECA-COUNT)
                       ELSE
                          MOVE "Y" TO WS-PECA-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PECA-MASTER
           END-IF.

       GRAVA-PECAS.
           OPEN OUTPUT PECA-MASTER
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PECA-COUNT
              MOVE WS-PECA-LINHA-TAB(WS-I) TO PECA-MASTER-REC
              WRITE PECA-MASTER-REC
           END-PERFORM
           CLOSE PECA-MASTER.

       LISTA-PECAS.
           DISPLAY "CODIGO DESCRICAO                      SALDO"
              "      CUSTO      PRECO S"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PECA-COUNT
              MOVE WS-PECA-LINHA-TAB(WS-I) TO PECA-MASTER-REC
              MOVE PE-CUSTO TO WS-CUSTO-ED
              MOVE PE-PRECO TO WS-PRECO-ED
              DISPLAY PE-CODIGO " " PE-DESCRICAO " " PE-SALDO " "
                 WS-CUSTO-ED " " WS-PRECO-ED " " PE-SITUACAO
           END-PERFORM
           IF WS-PECA-COUNT = 0
              DISPLAY "(ESTOQUE DE PECAS VAZIO)"
           END-IF.

       LOCALIZA-PECA.
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PECA-COUNT OR WS-ACHOU-I > 0
              IF WS-PECA-LINHA-TAB(WS-I)(1:6) = WS-BUSCA-COD
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF WS-ACHOU-I > 0
              MOVE WS-PECA-LINHA-TAB(WS-ACHOU-I) TO PECA-MASTER-REC
           END-IF.

       INCLUI-PECA.
           IF WS-PECA-COUNT > 1999
              DISPLAY "ESTOQUE DE PECAS CHEIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO DA PECA (6 POSICOES): "
           ACCEPT WS-BUSCA-COD
           IF WS-BUSCA-COD = SPACES
              DISPLAY "CODIGO EM BRANCO - INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-PECA
           IF WS-ACHOU-I > 0
              DISPLAY "PECA " WS-BUSCA-COD " JA CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PECA-MASTER-REC
           MOVE WS-BUSCA-COD TO PE-CODIGO
           DISPLAY "DESCRICAO: "
           ACCEPT PE-DESCRICAO
           MOVE 0 TO PE-SALDO
           MOVE 0 TO PE-CUSTO
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "PRECO DE BALCAO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PE-PRECO
           SET PE-ATIVA TO TRUE
           ADD 1 TO WS-PECA-COUNT
           MOVE PECA-MASTER-REC TO WS-PECA-LINHA-TAB(WS-PECA-COUNT)
           MOVE "Y" TO WS-ALTERADO
           MOVE "PECA INCLUIDA COM SALDO ZERO" TO WS-RECIBO-DESCRICAO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Custo medio ponderado: o saldo que ja estava pelo custo
      *    antigo mais a entrada pelo custo da nota.
       ENTRADA-ESTOQUE.
           DISPLAY "CODIGO DA PECA: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-PECA
           IF WS-ACHOU-I = 0
              DISPLAY "PECA " WS-BUSCA-COD " NAO CADASTRADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY PE-DESCRICAO " SALDO ATUAL " PE-SALDO
           MOVE 1     TO WS-NUM-MIN
           MOVE 99999 TO WS-NUM-MAX
           MOVE "QUANTIDADE RECEBIDA: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-ENT-QTD
           COMPUTE WS-NOVO-SALDO = PE-SALDO + WS-ENT-QTD
           IF WS-NOVO-SALDO > 99999
              DISPLAY "SALDO EXCEDERIA 99999 - ENTRADA RECUSADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "CUSTO UNITARIO DA NOTA: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-ENT-CUSTO
           COMPUTE PE-CUSTO ROUNDED =
              ((PE-SALDO * PE-CUSTO) + (WS-ENT-QTD * WS-ENT-CUSTO))
              / WS-NOVO-SALDO
           MOVE WS-NOVO-SALDO TO PE-SALDO
           MOVE PECA-MASTER-REC TO WS-PECA-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           MOVE PE-CUSTO TO WS-CUSTO-ED
           DISPLAY "NOVO SALDO " PE-SALDO " CUSTO MEDIO " WS-CUSTO-ED
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "ENTRADA DA PECA " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " REGISTRADA" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERA-PRECO.
           DISPLAY "CODIGO DA PECA: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-PECA
           IF WS-ACHOU-I = 0
              DISPLAY "PECA " WS-BUSCA-COD " NAO CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE PE-PRECO TO WS-PRECO-ED
           DISPLAY PE-DESCRICAO " PRECO ATUAL " WS-PRECO-ED
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "NOVO PRECO DE BALCAO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PE-PRECO
           MOVE PECA-MASTER-REC TO WS-PECA-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PRECO DA PECA " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " ALTERADO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERNA-SITUACAO.
           DISPLAY "CODIGO DA PECA: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-PECA
           IF WS-ACHOU-I = 0
              DISPLAY "PECA " WS-BUSCA-COD " NAO CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           IF PE-INATIVA
              SET PE-ATIVA TO TRUE
              STRING "PECA " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " REATIVADA" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           ELSE
              SET PE-INATIVA TO TRUE
              STRING "PECA " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " INATIVADA" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           END-IF
           MOVE PECA-MASTER-REC TO WS-PECA-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       COPY "DECVALIDP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".
