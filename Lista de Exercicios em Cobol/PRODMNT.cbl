       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao do catalogo de garantia estendida e seguro dos
      * parceiros (PRODMAST.DAT), no molde do ACESMNT. Funcoes:
      *   - listar o catalogo na ordem do arquivo;
      *   - incluir produto (codigo unico, tipo, parceiro, prazo,
      *     preco, repasse do parceiro e comissao do vendedor);
      *   - alterar preco e percentuais - o que ja foi vendido
      *     guarda os valores da epoca em PRODVEND.DAT;
      *   - inativar/reativar produto: o inativo sai da oferta do
      *     CARRO mas continua no arquivo;
      *   - extrato mensal por parceiro (PRODEXT.DAT): as apolices
      *     vendidas no mes e o repasse que cada parceiro deve a
      *     loja. Venda cancelada (VENDAS/VENDASAR) fica de fora.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PRODUTO-VENDIDO ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVND-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT EXTRATO-PARCEIRO ASSIGN TO "PRODEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
       COPY "PRODREC.cpy".

       FD  PRODUTO-VENDIDO
           RECORD CONTAINS 174 CHARACTERS.
       COPY "PRODVREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  EXTRATO-PARCEIRO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRATO-PARCEIRO-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "DECVALID.cpy".
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-PROD-STATUS   PIC XX VALUE SPACES.
       77  WS-PVND-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-EXT-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-PROD-COUNT    PIC 9(3) VALUE 0.
       01  WS-PROD-TABELA.
           05  WS-PROD-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-PROD-COUNT
                              INDEXED BY WS-PROD-IDX.
               10  WS-PT-CODIGO    PIC X(4).
               10  WS-PT-DESCRICAO PIC X(30).
               10  WS-PT-TIPO      PIC X.
               10  WS-PT-PARCEIRO  PIC X(20).
               10  WS-PT-PRAZO     PIC 9(3).
               10  WS-PT-PRECO     PIC 9(6)V99.
               10  WS-PT-REPASSE   PIC 9(2)V99.
               10  WS-PT-COMISSAO  PIC 9(2)V99.
               10  WS-PT-SITUACAO  PIC X.
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-BUSCA-COD     PIC X(4).
       77  WS-ACHOU-PROD    PIC X VALUE "N".
           88 ACHOU-PROD           VALUE "Y".
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-PRECO-ED      PIC ZZZ,ZZ9.99.
       77  WS-PCT-ED        PIC Z9.99.
      *    Extrato mensal por parceiro.
       77  WS-MES-EXTRATO   PIC X(6).
       77  WS-CANC-COUNT    PIC 9(4) VALUE 0.
       01  WS-CANC-TABELA.
           05  WS-CANC-NF OCCURS 2000 TIMES PIC 9(6).
       77  WS-CANC-ESTOURO  PIC X VALUE "N".
       77  WS-NF-CANCELADA  PIC X VALUE "N".
           88 NF-CANCELADA         VALUE "Y".
       77  WS-EXT-COUNT     PIC 9(4) VALUE 0.
       01  WS-EXT-TABELA.
           05  WS-EXT-LINHA-TAB OCCURS 2000 TIMES PIC X(174).
       77  WS-PARC-COUNT    PIC 9(3) VALUE 0.
       01  WS-PARC-TABELA.
           05  WS-PARC-NOME OCCURS 100 TIMES PIC X(20).
       77  WS-ACHOU-PARC    PIC X VALUE "N".
           88 ACHOU-PARC           VALUE "Y".
       77  WS-QTD-CANC-FORA PIC 9(4) VALUE 0.
       77  WS-QTD-PARC-APOL PIC 9(4) VALUE 0.
       77  WS-TOT-PARC-VLR  PIC 9(8)V99 VALUE 0.
       77  WS-TOT-PARC-REP  PIC 9(8)V99 VALUE 0.
       77  WS-TOT-GERAL-REP PIC 9(8)V99 VALUE 0.
       01  WS-EXT-DETALHE.
           05  WS-ED-APOLICE    PIC X(15).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-NF         PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-DATA       PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-CLIENTE    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-CODIGO     PIC X(4).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-VALOR      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-ED-REPASSE    PIC ZZZ,ZZ9.99.
       01  WS-EXT-TOTAL.
           05  FILLER           PIC X(10) VALUE "TOTAL DE ".
           05  WS-ET-QTD        PIC ZZZ9.
           05  FILLER           PIC X(12) VALUE " APOLICE(S) ".
           05  FILLER           PIC X(14) VALUE "VENDIDO ".
           05  WS-ET-VALOR      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(10) VALUE " REPASSE ".
           05  WS-ET-REPASSE    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-CATALOGO
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== GARANTIA ESTENDIDA E SEGURO ====="
              DISPLAY "(1) LISTAR CATALOGO"
              DISPLAY "(2) INCLUIR PRODUTO"
              DISPLAY "(3) ALTERAR PRECO E PERCENTUAIS"
              DISPLAY "(4) INATIVAR / REATIVAR PRODUTO"
              DISPLAY "(5) EXTRATO MENSAL POR PARCEIRO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-CATALOGO
                 WHEN 2 PERFORM INCLUI-PRODUTO
                 WHEN 3 PERFORM ALTERA-PRODUTO
                 WHEN 4 PERFORM ALTERNA-SITUACAO
                 WHEN 5 PERFORM EXTRATO-PARCEIROS
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM GRAVA-CATALOGO
           END-IF
           GOBACK.

       CARREGA-CATALOGO.
           MOVE 0 TO WS-PROD-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PRODUTO-MASTER
           IF WS-PROD-STATUS = "35"
              DISPLAY "PRODMAST.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ PRODUTO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-PROD-COUNT < 200
                          ADD 1 TO WS-PROD-COUNT
                          PERFORM CARREGA-UM-PRODUTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUTO-MASTER
           END-IF.

       CARREGA-UM-PRODUTO.
           SET WS-PROD-IDX TO WS-PROD-COUNT
           MOVE PR-CODIGO      TO WS-PT-CODIGO(WS-PROD-IDX)
           MOVE PR-DESCRICAO   TO WS-PT-DESCRICAO(WS-PROD-IDX)
           MOVE PR-TIPO        TO WS-PT-TIPO(WS-PROD-IDX)
           MOVE PR-PARCEIRO    TO WS-PT-PARCEIRO(WS-PROD-IDX)
           IF PR-PRAZO-MESES IS NUMERIC
              MOVE PR-PRAZO-MESES TO WS-PT-PRAZO(WS-PROD-IDX)
           ELSE
              MOVE 0 TO WS-PT-PRAZO(WS-PROD-IDX)
           END-IF
           IF PR-PRECO IS NUMERIC
              MOVE PR-PRECO TO WS-PT-PRECO(WS-PROD-IDX)
           ELSE
              MOVE 0 TO WS-PT-PRECO(WS-PROD-IDX)
           END-IF
           IF PR-PCT-REPASSE IS NUMERIC
              MOVE PR-PCT-REPASSE TO WS-PT-REPASSE(WS-PROD-IDX)
           ELSE
              MOVE 0 TO WS-PT-REPASSE(WS-PROD-IDX)
           END-IF
           IF PR-PCT-COMISSAO IS NUMERIC
              MOVE PR-PCT-COMISSAO TO WS-PT-COMISSAO(WS-PROD-IDX)
           ELSE
              MOVE 0 TO WS-PT-COMISSAO(WS-PROD-IDX)
           END-IF
           IF PR-INATIVO
              MOVE "I" TO WS-PT-SITUACAO(WS-PROD-IDX)
           ELSE
              MOVE "A" TO WS-PT-SITUACAO(WS-PROD-IDX)
           END-IF.

       GRAVA-CATALOGO.
           OPEN OUTPUT PRODUTO-MASTER
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                 UNTIL WS-PROD-IDX > WS-PROD-COUNT
              MOVE SPACES TO PRODUTO-ADICIONAL-REC
              MOVE WS-PT-CODIGO(WS-PROD-IDX)    TO PR-CODIGO
              MOVE WS-PT-DESCRICAO(WS-PROD-IDX) TO PR-DESCRICAO
              MOVE WS-PT-TIPO(WS-PROD-IDX)      TO PR-TIPO
              MOVE WS-PT-PARCEIRO(WS-PROD-IDX)  TO PR-PARCEIRO
              MOVE WS-PT-PRAZO(WS-PROD-IDX)     TO PR-PRAZO-MESES
              MOVE WS-PT-PRECO(WS-PROD-IDX)     TO PR-PRECO
              MOVE WS-PT-REPASSE(WS-PROD-IDX)   TO PR-PCT-REPASSE
              MOVE WS-PT-COMISSAO(WS-PROD-IDX)  TO PR-PCT-COMISSAO
              MOVE WS-PT-SITUACAO(WS-PROD-IDX)  TO PR-SITUACAO
              WRITE PRODUTO-ADICIONAL-REC
           END-PERFORM
           CLOSE PRODUTO-MASTER.

       LISTA-CATALOGO.
           DISPLAY "COD  T DESCRICAO                      PARCEIRO"
              "             MESES      PRECO REPAS COMIS S"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROD-COUNT
              MOVE WS-PT-PRECO(WS-I) TO WS-PRECO-ED
              DISPLAY WS-PT-CODIGO(WS-I) " " WS-PT-TIPO(WS-I) " "
                 WS-PT-DESCRICAO(WS-I) " " WS-PT-PARCEIRO(WS-I) " "
                 WS-PT-PRAZO(WS-I) "   " WS-PRECO-ED " "
                 WS-PT-REPASSE(WS-I) " " WS-PT-COMISSAO(WS-I) " "
                 WS-PT-SITUACAO(WS-I)
           END-PERFORM
           IF WS-PROD-COUNT = 0
              DISPLAY "(CATALOGO VAZIO)"
           END-IF.

       LOCALIZA-PRODUTO.
           MOVE "N" TO WS-ACHOU-PROD
           SET WS-PROD-IDX TO 1
           IF WS-PROD-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SEARCH WS-PROD-ENTRY
              AT END
                 MOVE "N" TO WS-ACHOU-PROD
              WHEN WS-PT-CODIGO(WS-PROD-IDX) = WS-BUSCA-COD
                 MOVE "Y" TO WS-ACHOU-PROD
           END-SEARCH.

       INCLUI-PRODUTO.
           IF WS-PROD-COUNT > 199
              DISPLAY "CATALOGO CHEIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO DO PRODUTO (4 POSICOES): "
           ACCEPT WS-BUSCA-COD
           IF WS-BUSCA-COD = SPACES
              DISPLAY "CODIGO EM BRANCO - INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-PRODUTO
           IF ACHOU-PROD
              DISPLAY "CODIGO " WS-BUSCA-COD " JA CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROD-COUNT
           SET WS-PROD-IDX TO WS-PROD-COUNT
           MOVE WS-BUSCA-COD TO WS-PT-CODIGO(WS-PROD-IDX)
           MOVE SPACE TO WS-PT-TIPO(WS-PROD-IDX)
           PERFORM UNTIL WS-PT-TIPO(WS-PROD-IDX) = "G"
                 OR WS-PT-TIPO(WS-PROD-IDX) = "S"
              DISPLAY "TIPO (G GARANTIA ESTENDIDA / S SEGURO): "
              ACCEPT WS-PT-TIPO(WS-PROD-IDX)
              MOVE FUNCTION UPPER-CASE(WS-PT-TIPO(WS-PROD-IDX))
                 TO WS-PT-TIPO(WS-PROD-IDX)
           END-PERFORM
           DISPLAY "DESCRICAO: "
           ACCEPT WS-PT-DESCRICAO(WS-PROD-IDX)
           DISPLAY "PARCEIRO (SEGURADORA / GARANTIDORA): "
           ACCEPT WS-PT-PARCEIRO(WS-PROD-IDX)
           MOVE 1   TO WS-NUM-MIN
           MOVE 120 TO WS-NUM-MAX
           MOVE "PRAZO EM MESES: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-PT-PRAZO(WS-PROD-IDX)
           PERFORM CAPTURA-PRECO-PERCENTUAIS
           MOVE "A" TO WS-PT-SITUACAO(WS-PROD-IDX)
           MOVE "Y" TO WS-ALTERADO
           MOVE "PRODUTO DE PARCEIRO INCLUIDO" TO WS-RECIBO-DESCRICAO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CAPTURA-PRECO-PERCENTUAIS.
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "PRECO DE VENDA AO CLIENTE: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-PT-PRECO(WS-PROD-IDX)
           MOVE 0     TO WS-DEC-MIN
           MOVE 99.99 TO WS-DEC-MAX
           MOVE "REPASSE DO PARCEIRO A LOJA (%): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-PT-REPASSE(WS-PROD-IDX)
           MOVE 0     TO WS-DEC-MIN
           MOVE 99.99 TO WS-DEC-MAX
           MOVE "COMISSAO DO VENDEDOR (%): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-PT-COMISSAO(WS-PROD-IDX).

       ALTERA-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-PRODUTO
           IF NOT ACHOU-PROD
              DISPLAY "CODIGO " WS-BUSCA-COD " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-PRECO(WS-PROD-IDX) TO WS-PRECO-ED
           DISPLAY WS-PT-DESCRICAO(WS-PROD-IDX) " PRECO ATUAL "
              WS-PRECO-ED
           MOVE WS-PT-REPASSE(WS-PROD-IDX) TO WS-PCT-ED
           DISPLAY "REPASSE ATUAL " WS-PCT-ED "%"
           MOVE WS-PT-COMISSAO(WS-PROD-IDX) TO WS-PCT-ED
           DISPLAY "COMISSAO ATUAL " WS-PCT-ED "%"
           PERFORM CAPTURA-PRECO-PERCENTUAIS
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PRODUTO " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " ALTERADO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERNA-SITUACAO.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-PRODUTO
           IF NOT ACHOU-PROD
              DISPLAY "CODIGO " WS-BUSCA-COD " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           IF WS-PT-SITUACAO(WS-PROD-IDX) = "I"
              MOVE "A" TO WS-PT-SITUACAO(WS-PROD-IDX)
              STRING "PRODUTO " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " REATIVADO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           ELSE
              MOVE "I" TO WS-PT-SITUACAO(WS-PROD-IDX)
              STRING "PRODUTO " DELIMITED BY SIZE
                     WS-BUSCA-COD DELIMITED BY SIZE
                     " INATIVADO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
           END-IF
           MOVE "Y" TO WS-ALTERADO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Extrato do mes por parceiro: as apolices vendidas e o
      *    repasse devido a loja. As notas canceladas sao apuradas
      *    antes nos dois arquivos de vendas (o vivo e o morto) e as
      *    apolices delas ficam fora do extrato.
       EXTRATO-PARCEIROS.
           DISPLAY "MES DO EXTRATO (AAAAMM): "
           MOVE SPACES TO WS-MES-EXTRATO
           ACCEPT WS-MES-EXTRATO
           IF WS-MES-EXTRATO IS NOT NUMERIC
              DISPLAY "MES INVALIDO - EXTRATO NAO GERADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-NOTAS-CANCELADAS
           PERFORM CARREGA-APOLICES-MES
           IF WS-EXT-COUNT = 0
              DISPLAY "NENHUMA APOLICE VENDIDA EM " WS-MES-EXTRATO
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOT-GERAL-REP
           OPEN OUTPUT EXTRATO-PARCEIRO
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           STRING "===== EXTRATO DE REPASSE POR PARCEIRO - MES "
                  DELIMITED BY SIZE
                  WS-MES-EXTRATO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO EXTRATO-PARCEIRO-REC
           END-STRING
           WRITE EXTRATO-PARCEIRO-REC
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-PARC-COUNT
              PERFORM EXTRATO-UM-PARCEIRO
           END-PERFORM
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           WRITE EXTRATO-PARCEIRO-REC
           MOVE WS-TOT-GERAL-REP TO WS-ET-REPASSE
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           STRING "REPASSE TOTAL A RECEBER DOS PARCEIROS: "
                  DELIMITED BY SIZE
                  WS-ET-REPASSE DELIMITED BY SIZE
                  INTO EXTRATO-PARCEIRO-REC
           END-STRING
           WRITE EXTRATO-PARCEIRO-REC
           IF WS-QTD-CANC-FORA > 0
              MOVE SPACES TO EXTRATO-PARCEIRO-REC
              STRING "APOLICES DE VENDA CANCELADA FORA DO EXTRATO: "
                     DELIMITED BY SIZE
                     WS-QTD-CANC-FORA DELIMITED BY SIZE
                     INTO EXTRATO-PARCEIRO-REC
              END-STRING
              WRITE EXTRATO-PARCEIRO-REC
           END-IF
           CLOSE EXTRATO-PARCEIRO
           DISPLAY "EXTRATO GERADO EM PRODEXT.DAT - " WS-PARC-COUNT
              " PARCEIRO(S), " WS-EXT-COUNT " APOLICE(S)".

       CARREGA-NOTAS-CANCELADAS.
           MOVE 0 TO WS-CANC-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM GUARDA-NOTA-CANCELADA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM GUARDA-NOTA-CANCELADA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       GUARDA-NOTA-CANCELADA.
           IF VD-CANCELADA AND VD-NF-NUMERO IS NUMERIC
              IF WS-CANC-COUNT < 2000
                 ADD 1 TO WS-CANC-COUNT
                 MOVE VD-NF-NUMERO TO WS-CANC-NF(WS-CANC-COUNT)
              ELSE
                 MOVE "Y" TO WS-CANC-ESTOURO
              END-IF
           END-IF.

       CARREGA-APOLICES-MES.
           MOVE 0 TO WS-EXT-COUNT
           MOVE 0 TO WS-PARC-COUNT
           MOVE 0 TO WS-QTD-CANC-FORA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PRODUTO-VENDIDO
           IF WS-PVND-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PRODUTO-VENDIDO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PV-DATA(1:6) = WS-MES-EXTRATO
                       PERFORM GUARDA-APOLICE-MES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUTO-VENDIDO.

       GUARDA-APOLICE-MES.
           MOVE "N" TO WS-NF-CANCELADA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CANC-COUNT OR NF-CANCELADA
              IF WS-CANC-NF(WS-I) = PV-NF-NUMERO
                 MOVE "Y" TO WS-NF-CANCELADA
              END-IF
           END-PERFORM
           IF NF-CANCELADA
              ADD 1 TO WS-QTD-CANC-FORA
              EXIT PARAGRAPH
           END-IF
           IF WS-EXT-COUNT > 1999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXT-COUNT
           MOVE PRODUTO-VENDIDO-REC TO WS-EXT-LINHA-TAB(WS-EXT-COUNT)
           MOVE "N" TO WS-ACHOU-PARC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT OR ACHOU-PARC
              IF WS-PARC-NOME(WS-I) = PV-PARCEIRO
                 MOVE "Y" TO WS-ACHOU-PARC
              END-IF
           END-PERFORM
           IF NOT ACHOU-PARC AND WS-PARC-COUNT < 100
              ADD 1 TO WS-PARC-COUNT
              MOVE PV-PARCEIRO TO WS-PARC-NOME(WS-PARC-COUNT)
           END-IF.

       EXTRATO-UM-PARCEIRO.
           MOVE 0 TO WS-QTD-PARC-APOL
           MOVE 0 TO WS-TOT-PARC-VLR
           MOVE 0 TO WS-TOT-PARC-REP
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           WRITE EXTRATO-PARCEIRO-REC
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           STRING "PARCEIRO: " DELIMITED BY SIZE
                  WS-PARC-NOME(WS-J) DELIMITED BY SIZE
                  INTO EXTRATO-PARCEIRO-REC
           END-STRING
           WRITE EXTRATO-PARCEIRO-REC
           MOVE SPACES TO EXTRATO-PARCEIRO-REC
           STRING "APOLICE         NOTA   DATA     CLIENTE      "
                     DELIMITED BY SIZE
                  "        PROD      VALOR    REPASSE"
                     DELIMITED BY SIZE
                  INTO EXTRATO-PARCEIRO-REC
           END-STRING
           WRITE EXTRATO-PARCEIRO-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EXT-COUNT
              MOVE WS-EXT-LINHA-TAB(WS-I) TO PRODUTO-VENDIDO-REC
              IF PV-PARCEIRO = WS-PARC-NOME(WS-J)
                 ADD 1 TO WS-QTD-PARC-APOL
                 ADD PV-VALOR       TO WS-TOT-PARC-VLR
                 ADD PV-VLR-REPASSE TO WS-TOT-PARC-REP
                 MOVE PV-APOLICE     TO WS-ED-APOLICE
                 MOVE PV-NF-NUMERO   TO WS-ED-NF
                 MOVE PV-DATA        TO WS-ED-DATA
                 MOVE PV-CLIENTE     TO WS-ED-CLIENTE
                 MOVE PV-CODIGO      TO WS-ED-CODIGO
                 MOVE PV-VALOR       TO WS-ED-VALOR
                 MOVE PV-VLR-REPASSE TO WS-ED-REPASSE
                 WRITE EXTRATO-PARCEIRO-REC FROM WS-EXT-DETALHE
              END-IF
           END-PERFORM
           MOVE WS-QTD-PARC-APOL TO WS-ET-QTD
           MOVE WS-TOT-PARC-VLR  TO WS-ET-VALOR
           MOVE WS-TOT-PARC-REP  TO WS-ET-REPASSE
           WRITE EXTRATO-PARCEIRO-REC FROM WS-EXT-TOTAL
           ADD WS-TOT-PARC-REP TO WS-TOT-GERAL-REP.

       COPY "DECVALIDP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".
