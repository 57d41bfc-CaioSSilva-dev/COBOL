       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFICINA.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Ordens de servico da oficina (ORDSERV.DAT + ORDSITEM.DAT):
      *   - abrir a ordem da revisao agendada: pela nota da venda, a
      *     revisao marcada como A (agendada) pelo SERVLEM na agenda
      *     SERVAGEN.DAT, com o chassi da venda (VENDAS/VENDASAR);
      *   - abrir ordem avulsa (cliente que chega sem agenda) contra
      *     o chassi informado;
      *   - lancar peca: sai do estoque de pecas (PECAS.DAT) pelo
      *     preco de balcao, com o custo medio congelado na linha;
      *   - lancar mao de obra: horas vezes o valor da hora;
      *   - listar as ordens em aberto com o valor ate o momento;
      *   - fechar a ordem: soma as linhas, emite a fatura do cliente
      *     (OSFATURA.DAT) e, na ordem de revisao, marca a revisao
      *     como R (realizada) na agenda. A receita e o custo das
      *     pecas entram no CONTABIL pela data de fechamento.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-SERVICO ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT ORDEM-ITEM ASSIGN TO "ORDSITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT PECA-MASTER ASSIGN TO "PECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PECA-STATUS.
           SELECT SERVICO-AGENDA ASSIGN TO "SERVAGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT FATURA-OFICINA ASSIGN TO "OSFATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
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
       FD  ORDEM-SERVICO
           RECORD CONTAINS 108 CHARACTERS.
       COPY "OSREC.cpy".

       FD  ORDEM-ITEM
           RECORD CONTAINS 81 CHARACTERS.
       COPY "OSITREC.cpy".

       FD  PECA-MASTER
           RECORD CONTAINS 58 CHARACTERS.
       COPY "PECAREC.cpy".

       FD  SERVICO-AGENDA.
       COPY "SERVREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  FATURA-OFICINA
           RECORD CONTAINS 70 CHARACTERS.
       01  FATURA-OFICINA-REC    PIC X(70).

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
       77  WS-OS-STATUS     PIC XX VALUE SPACES.
       77  WS-OI-STATUS     PIC XX VALUE SPACES.
       77  WS-PECA-STATUS   PIC XX VALUE SPACES.
       77  WS-SRV-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-FAT-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-OS-COUNT      PIC 9(4) VALUE 0.
       77  WS-OS-ESTOURO    PIC X VALUE "N".
           88 ORDENS-ESTOURARAM    VALUE "Y".
       01  WS-OS-TABELA.
           05  WS-OS-LINHA-TAB OCCURS 2000 TIMES PIC X(108).
       77  WS-OS-ULTIMO     PIC 9(6) VALUE 0.
       77  WS-PECA-COUNT    PIC 9(4) VALUE 0.
       77  WS-PECA-ESTOURO  PIC X VALUE "N".
           88 PECAS-ESTOURARAM     VALUE "Y".
       01  WS-PECA-TABELA.
           05  WS-PECA-LINHA-TAB OCCURS 2000 TIMES PIC X(58).
       01  WS-AGENDA-TABELA.
           05  WS-AGENDA-LINHA-TAB OCCURS 2000 TIMES PIC X(123).
       77  WS-I             PIC 9(4).
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-PECA-I        PIC 9(4) VALUE 0.
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-PECA-ALTERADA PIC X VALUE "N".
           88 PECAS-ALTERADAS      VALUE "Y".
       77  WS-BUSCA-NF      PIC 9(6).
       77  WS-BUSCA-OS      PIC 9(6).
       77  WS-BUSCA-PECA    PIC X(6).
       77  WS-REV-TIPO      PIC X(2).
       77  WS-REV-DATA      PIC 9(8).
       77  WS-REV-CLIENTE   PIC X(30).
       77  WS-ACHOU-REV     PIC X VALUE "N".
           88 ACHOU-REV            VALUE "Y".
       77  WS-CHASSI-VENDA  PIC X(17).
       77  WS-EOF-VND       PIC X VALUE "N".
           88 EOF-VND              VALUE "Y".
       77  WS-OS-DUPLICADA  PIC X VALUE "N".
           88 OS-DUPLICADA         VALUE "Y".
       77  WS-QTD-PECA      PIC 9(3) VALUE 0.
       77  WS-HORAS         PIC 9(3)V99 VALUE 0.
       77  WS-VALOR-HORA    PIC 9(6)V99 VALUE 0.
      *    Valor da hora de oficina quando o lancamento nao informa
      *    outro (servico especial, tabela da montadora).
       78  WS-HORA-PADRAO   VALUE 150.
       77  WS-TOT-PECAS     PIC 9(7)V99 VALUE 0.
       77  WS-TOT-MAO-OBRA  PIC 9(7)V99 VALUE 0.
       77  WS-TOT-CUSTO     PIC 9(7)V99 VALUE 0.
       77  WS-TOT-GERAL     PIC 9(8)V99 VALUE 0.
       77  WS-QTD-ITENS     PIC 9(4) VALUE 0.
       77  WS-QTD-ABERTAS   PIC 9(4) VALUE 0.
       77  WS-IMPRIME-FATURA PIC X VALUE "N".
           88 IMPRIME-FATURA       VALUE "Y".
       77  WS-VALOR-ED      PIC ZZZ,ZZ9.99.
       77  WS-TOTAL-ED      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-FAT-ITEM.
           05  WS-FI-TIPO       PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FI-CODIGO     PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FI-DESCRICAO  PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FI-QTDE       PIC ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FI-UNIT       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FI-TOTAL      PIC Z,ZZZ,ZZ9.99.
       01  WS-FAT-TOTAL.
           05  WS-FT-LABEL      PIC X(30).
           05  FILLER           PIC X(27) VALUE SPACES.
           05  WS-FT-VALOR      PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           PERFORM OBTEM-FILIAL
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-ORDENS
           PERFORM CARREGA-PECAS
           IF ORDENS-ESTOURARAM OR PECAS-ESTOURARAM
              DISPLAY "ORDSERV.DAT OU PECAS.DAT MAIOR QUE A TABELA "
                 "DE 2000 - OFICINA RECUSADA PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== ORDENS DE SERVICO DA OFICINA ====="
              DISPLAY "(1) ABRIR ORDEM DA REVISAO AGENDADA"
              DISPLAY "(2) ABRIR ORDEM AVULSA"
              DISPLAY "(3) LANCAR PECA"
              DISPLAY "(4) LANCAR MAO DE OBRA"
              DISPLAY "(5) LISTAR ORDENS EM ABERTO"
              DISPLAY "(6) FECHAR ORDEM E EMITIR FATURA"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM ABRE-ORDEM-REVISAO
                 WHEN 2 PERFORM ABRE-ORDEM-AVULSA
                 WHEN 3 PERFORM LANCA-PECA
                 WHEN 4 PERFORM LANCA-MAO-OBRA
                 WHEN 5 PERFORM LISTA-ABERTAS
                 WHEN 6 PERFORM FECHA-ORDEM
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-ORDENS
           END-IF
           IF PECAS-ALTERADAS
              PERFORM REGRAVA-PECAS
           END-IF
           GOBACK.

       CARREGA-ORDENS.
           MOVE 0 TO WS-OS-COUNT
           MOVE 0 TO WS-OS-ULTIMO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ORDEM-SERVICO
           IF WS-OS-STATUS = "35"
              DISPLAY "ORDSERV.DAT NAO ENCONTRADO - "
                 "NENHUMA ORDEM ABERTA AINDA"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ ORDEM-SERVICO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-OS-COUNT < 2000
                          ADD 1 TO WS-OS-COUNT
                          MOVE ORDEM-SERVICO-REC
                             TO WS-OS-LINHA-TAB(WS-OS-COUNT)
                          IF OS-NUMERO > WS-OS-ULTIMO
                             MOVE OS-NUMERO TO WS-OS-ULTIMO
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-OS-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDEM-SERVICO
           END-IF.

       REGRAVA-ORDENS.
           OPEN OUTPUT ORDEM-SERVICO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-OS-COUNT
              MOVE WS-OS-LINHA-TAB(WS-I) TO ORDEM-SERVICO-REC
              WRITE ORDEM-SERVICO-REC
           END-PERFORM
           CLOSE ORDEM-SERVICO.

       CARREGA-PECAS.
           MOVE 0 TO WS-PECA-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PECA-MASTER
           IF WS-PECA-STATUS = "35"
              DISPLAY "PECAS.DAT NAO ENCONTRADO - CADASTRE AS PECAS "
                 "NO PECAMNT"
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

       REGRAVA-PECAS.
           OPEN OUTPUT PECA-MASTER
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PECA-COUNT
              MOVE WS-PECA-LINHA-TAB(WS-I) TO PECA-MASTER-REC
              WRITE PECA-MASTER-REC
           END-PERFORM
           CLOSE PECA-MASTER.

      *    A revisao agendada mais antiga da nota vira a ordem; a
      *    mesma revisao nao abre segunda ordem enquanto a primeira
      *    estiver aberta.
       ABRE-ORDEM-REVISAO.
           IF WS-OS-COUNT > 1999
              DISPLAY "ORDSERV.DAT CHEIO - ORDEM NAO ABERTA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA NOTA FISCAL DA VENDA: "
           ACCEPT WS-BUSCA-NF
           PERFORM BUSCA-REVISAO-AGENDADA
           IF NOT ACHOU-REV
              DISPLAY "NENHUMA REVISAO AGENDADA PARA A NOTA "
                 WS-BUSCA-NF " - MARQUE NO SERVLEM OU ABRA AVULSA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OS-DUPLICADA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-OS-COUNT OR OS-DUPLICADA
              MOVE WS-OS-LINHA-TAB(WS-I) TO ORDEM-SERVICO-REC
              IF OS-ABERTA AND OS-NF-NUMERO = WS-BUSCA-NF
                    AND OS-REV-TIPO = WS-REV-TIPO
                 MOVE "Y" TO WS-OS-DUPLICADA
              END-IF
           END-PERFORM
           IF OS-DUPLICADA
              DISPLAY "REVISAO DE " WS-REV-TIPO " MESES DA NOTA "
                 WS-BUSCA-NF " JA TEM A ORDEM " OS-NUMERO " ABERTA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-CHASSI-VENDA
           IF WS-CHASSI-VENDA = SPACES
              DISPLAY "VENDA SEM CHASSI REGISTRADO - INFORME O "
                 "CHASSI: "
              ACCEPT WS-CHASSI-VENDA
              IF WS-CHASSI-VENDA = SPACES
                 DISPLAY "CHASSI EM BRANCO - ORDEM NAO ABERTA"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO ORDEM-SERVICO-REC
           MOVE WS-CHASSI-VENDA TO OS-CHASSI
           MOVE WS-BUSCA-NF     TO OS-NF-NUMERO
           MOVE WS-REV-TIPO     TO OS-REV-TIPO
           MOVE WS-REV-CLIENTE  TO OS-CLIENTE
           PERFORM GRAVA-ORDEM-NOVA.

       BUSCA-REVISAO-AGENDADA.
           MOVE "N" TO WS-ACHOU-REV
           MOVE SPACES TO WS-REV-TIPO
           MOVE 99999999 TO WS-REV-DATA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT SERVICO-AGENDA
           IF WS-SRV-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ SERVICO-AGENDA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF SA-NF-NUMERO = WS-BUSCA-NF AND SA-AGENDADO
                          AND SA-DATA-REVISAO < WS-REV-DATA
                       MOVE "Y" TO WS-ACHOU-REV
                       MOVE SA-DATA-REVISAO TO WS-REV-DATA
                       MOVE SA-TIPO         TO WS-REV-TIPO
                       MOVE SA-CLIENTE      TO WS-REV-CLIENTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SERVICO-AGENDA.

      *    O chassi vem da venda da nota - no periodo aberto ou ja
      *    arquivada pela folha.
       BUSCA-CHASSI-VENDA.
           MOVE SPACES TO WS-CHASSI-VENDA
           MOVE "N" TO WS-EOF-VND
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-VND
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-VND
                    NOT AT END
                       PERFORM TESTA-CHASSI-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF
           IF WS-CHASSI-VENDA NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-VND
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-VND
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-VND
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM TESTA-CHASSI-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       TESTA-CHASSI-VENDA.
           IF VD-NF-NUMERO IS NUMERIC
                 AND VD-NF-NUMERO = WS-BUSCA-NF
                 AND VD-CHASSI NOT = SPACES
              MOVE VD-CHASSI TO WS-CHASSI-VENDA
              MOVE "Y" TO WS-EOF-VND
           END-IF.

       ABRE-ORDEM-AVULSA.
           IF WS-OS-COUNT > 1999
              DISPLAY "ORDSERV.DAT CHEIO - ORDEM NAO ABERTA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORDEM-SERVICO-REC
           DISPLAY "CHASSI DO VEICULO: "
           ACCEPT OS-CHASSI
           IF OS-CHASSI = SPACES
              DISPLAY "CHASSI EM BRANCO - ORDEM NAO ABERTA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NOME DO CLIENTE: "
           ACCEPT OS-CLIENTE
           MOVE 0 TO OS-NF-NUMERO
           MOVE SPACES TO OS-REV-TIPO
           PERFORM GRAVA-ORDEM-NOVA.

       GRAVA-ORDEM-NOVA.
           ADD 1 TO WS-OS-ULTIMO
           MOVE WS-OS-ULTIMO     TO OS-NUMERO
           MOVE WS-HOJE          TO OS-DATA-ABERTURA
           MOVE WS-FILIAL-CODIGO TO OS-FILIAL
           SET OS-ABERTA TO TRUE
           MOVE 0 TO OS-DATA-FECHAMENTO
           MOVE 0 TO OS-VLR-PECAS
           MOVE 0 TO OS-VLR-MAO-OBRA
           MOVE 0 TO OS-CUSTO-PECAS
           ADD 1 TO WS-OS-COUNT
           MOVE ORDEM-SERVICO-REC TO WS-OS-LINHA-TAB(WS-OS-COUNT)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "ORDEM " DELIMITED BY SIZE
                  OS-NUMERO DELIMITED BY SIZE
                  " ABERTA - CHASSI " DELIMITED BY SIZE
                  OS-CHASSI DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       LOCALIZA-ORDEM-ABERTA.
           DISPLAY "NUMERO DA ORDEM DE SERVICO: "
           ACCEPT WS-BUSCA-OS
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-OS-COUNT OR WS-ACHOU-I > 0
              MOVE WS-OS-LINHA-TAB(WS-I) TO ORDEM-SERVICO-REC
              IF OS-NUMERO = WS-BUSCA-OS AND OS-ABERTA
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF WS-ACHOU-I = 0
              DISPLAY "ORDEM " WS-BUSCA-OS
                 " NAO ENCONTRADA OU JA FECHADA"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE WS-OS-LINHA-TAB(WS-ACHOU-I) TO ORDEM-SERVICO-REC
           END-IF.

      *    A peca sai do estoque no lancamento - o saldo da tela do
      *    PECAMNT ja mostra o que esta no elevador.
       LANCA-PECA.
           PERFORM LOCALIZA-ORDEM-ABERTA
           IF WS-ACHOU-I = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO DA PECA: "
           ACCEPT WS-BUSCA-PECA
           MOVE 0 TO WS-PECA-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PECA-COUNT OR WS-PECA-I > 0
              IF WS-PECA-LINHA-TAB(WS-I)(1:6) = WS-BUSCA-PECA
                 MOVE WS-I TO WS-PECA-I
              END-IF
           END-PERFORM
           IF WS-PECA-I = 0
              DISPLAY "PECA " WS-BUSCA-PECA " NAO CADASTRADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PECA-LINHA-TAB(WS-PECA-I) TO PECA-MASTER-REC
           IF PE-INATIVA
              DISPLAY "PECA " WS-BUSCA-PECA " INATIVA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY PE-DESCRICAO " SALDO " PE-SALDO
           MOVE 1   TO WS-NUM-MIN
           MOVE 999 TO WS-NUM-MAX
           MOVE "QUANTIDADE: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-QTD-PECA
           IF WS-QTD-PECA > PE-SALDO
              DISPLAY "SALDO INSUFICIENTE - DISPONIVEL " PE-SALDO
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-QTD-PECA FROM PE-SALDO
           MOVE PECA-MASTER-REC TO WS-PECA-LINHA-TAB(WS-PECA-I)
           MOVE "Y" TO WS-PECA-ALTERADA
           MOVE SPACES TO ORDEM-ITEM-REC
           MOVE OS-NUMERO    TO OI-OS-NUMERO
           SET OI-PECA TO TRUE
           MOVE PE-CODIGO    TO OI-CODIGO
           MOVE PE-DESCRICAO TO OI-DESCRICAO
           MOVE WS-QTD-PECA  TO OI-QTDE
           MOVE PE-PRECO     TO OI-VLR-UNIT
           COMPUTE OI-VLR-TOTAL = PE-PRECO * WS-QTD-PECA
           MOVE PE-CUSTO     TO OI-CUSTO-UNIT
           MOVE WS-HOJE      TO OI-DATA
           PERFORM GRAVA-ITEM-ORDEM.

       LANCA-MAO-OBRA.
           PERFORM LOCALIZA-ORDEM-ABERTA
           IF WS-ACHOU-I = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORDEM-ITEM-REC
           DISPLAY "DESCRICAO DO SERVICO: "
           ACCEPT OI-DESCRICAO
           MOVE 0.01   TO WS-DEC-MIN
           MOVE 999.99 TO WS-DEC-MAX
           MOVE "HORAS TRABALHADAS: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-HORAS
           MOVE 0         TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "VALOR DA HORA (0 = TABELA DA OFICINA): "
              TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           IF WS-DEC-ENTRADA = 0
              MOVE WS-HORA-PADRAO TO WS-VALOR-HORA
           ELSE
              MOVE WS-DEC-ENTRADA TO WS-VALOR-HORA
           END-IF
           MOVE OS-NUMERO     TO OI-OS-NUMERO
           SET OI-MAO-OBRA TO TRUE
           MOVE "MO"          TO OI-CODIGO
           MOVE WS-HORAS      TO OI-QTDE
           MOVE WS-VALOR-HORA TO OI-VLR-UNIT
           COMPUTE OI-VLR-TOTAL ROUNDED = WS-VALOR-HORA * WS-HORAS
           MOVE 0             TO OI-CUSTO-UNIT
           MOVE WS-HOJE       TO OI-DATA
           PERFORM GRAVA-ITEM-ORDEM.

       GRAVA-ITEM-ORDEM.
           OPEN EXTEND ORDEM-ITEM
           IF WS-OI-STATUS = "35"
              CLOSE ORDEM-ITEM
              OPEN OUTPUT ORDEM-ITEM
           END-IF
           WRITE ORDEM-ITEM-REC
           CLOSE ORDEM-ITEM
           MOVE OI-VLR-TOTAL TO WS-VALOR-ED
           DISPLAY OI-DESCRICAO " " WS-VALOR-ED
              " LANCADO NA ORDEM " OI-OS-NUMERO.

       LISTA-ABERTAS.
           MOVE 0 TO WS-QTD-ABERTAS
           DISPLAY "ORDEM  ABERTURA CHASSI            CLIENTE"
              "                        NOTA   REV         VALOR"
           PERFORM VARYING WS-ACHOU-I FROM 1 BY 1
                 UNTIL WS-ACHOU-I > WS-OS-COUNT
              MOVE WS-OS-LINHA-TAB(WS-ACHOU-I) TO ORDEM-SERVICO-REC
              IF OS-ABERTA
                 ADD 1 TO WS-QTD-ABERTAS
                 MOVE "N" TO WS-IMPRIME-FATURA
                 PERFORM SOMA-ITENS-ORDEM
                 MOVE WS-TOT-GERAL TO WS-TOTAL-ED
                 DISPLAY OS-NUMERO " " OS-DATA-ABERTURA " "
                    OS-CHASSI " " OS-CLIENTE " " OS-NF-NUMERO " "
                    OS-REV-TIPO " " WS-TOTAL-ED
              END-IF
           END-PERFORM
           DISPLAY WS-QTD-ABERTAS " ORDEM(NS) EM ABERTO".

      *    Soma as linhas da ordem corrente (ORDEM-SERVICO-REC); com
      *    IMPRIME-FATURA cada linha sai tambem na fatura.
       SOMA-ITENS-ORDEM.
           MOVE 0 TO WS-TOT-PECAS
           MOVE 0 TO WS-TOT-MAO-OBRA
           MOVE 0 TO WS-TOT-CUSTO
           MOVE 0 TO WS-TOT-GERAL
           MOVE 0 TO WS-QTD-ITENS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ORDEM-ITEM
           IF WS-OI-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ ORDEM-ITEM
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF OI-OS-NUMERO = OS-NUMERO
                       PERFORM ACUMULA-ITEM-ORDEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDEM-ITEM
           COMPUTE WS-TOT-GERAL = WS-TOT-PECAS + WS-TOT-MAO-OBRA.

       ACUMULA-ITEM-ORDEM.
           ADD 1 TO WS-QTD-ITENS
           IF OI-PECA
              ADD OI-VLR-TOTAL TO WS-TOT-PECAS
              COMPUTE WS-TOT-CUSTO ROUNDED =
                 WS-TOT-CUSTO + (OI-CUSTO-UNIT * OI-QTDE)
           ELSE
              ADD OI-VLR-TOTAL TO WS-TOT-MAO-OBRA
           END-IF
           IF IMPRIME-FATURA
              MOVE OI-TIPO      TO WS-FI-TIPO
              MOVE OI-CODIGO    TO WS-FI-CODIGO
              MOVE OI-DESCRICAO TO WS-FI-DESCRICAO
              MOVE OI-QTDE      TO WS-FI-QTDE
              MOVE OI-VLR-UNIT  TO WS-FI-UNIT
              MOVE OI-VLR-TOTAL TO WS-FI-TOTAL
              WRITE FATURA-OFICINA-REC FROM WS-FAT-ITEM
           END-IF.

      *    Fechamento: fatura do cliente, totais carimbados na ordem
      *    (base da contabilizacao) e a revisao da agenda realizada.
       FECHA-ORDEM.
           PERFORM LOCALIZA-ORDEM-ABERTA
           IF WS-ACHOU-I = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IMPRIME-FATURA
           PERFORM SOMA-ITENS-ORDEM
           IF WS-QTD-ITENS = 0
              DISPLAY "ORDEM " OS-NUMERO " SEM PECA NEM MAO DE OBRA "
                 "LANCADA - FECHAMENTO RECUSADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FATURA-OFICINA
           IF WS-FAT-STATUS = "35"
              CLOSE FATURA-OFICINA
              OPEN OUTPUT FATURA-OFICINA
           END-IF
           PERFORM IMPRIME-CABECALHO-FATURA
           MOVE "Y" TO WS-IMPRIME-FATURA
           PERFORM SOMA-ITENS-ORDEM
           MOVE "N" TO WS-IMPRIME-FATURA
           MOVE SPACES TO WS-FAT-TOTAL
           MOVE "TOTAL DE PECAS:" TO WS-FT-LABEL
           MOVE WS-TOT-PECAS TO WS-FT-VALOR
           WRITE FATURA-OFICINA-REC FROM WS-FAT-TOTAL
           MOVE SPACES TO WS-FAT-TOTAL
           MOVE "TOTAL DE MAO DE OBRA:" TO WS-FT-LABEL
           MOVE WS-TOT-MAO-OBRA TO WS-FT-VALOR
           WRITE FATURA-OFICINA-REC FROM WS-FAT-TOTAL
           MOVE SPACES TO WS-FAT-TOTAL
           MOVE "TOTAL A PAGAR:" TO WS-FT-LABEL
           MOVE WS-TOT-GERAL TO WS-FT-VALOR
           WRITE FATURA-OFICINA-REC FROM WS-FAT-TOTAL
           CLOSE FATURA-OFICINA
           SET OS-FECHADA TO TRUE
           MOVE WS-HOJE         TO OS-DATA-FECHAMENTO
           MOVE WS-TOT-PECAS    TO OS-VLR-PECAS
           MOVE WS-TOT-MAO-OBRA TO OS-VLR-MAO-OBRA
           MOVE WS-TOT-CUSTO    TO OS-CUSTO-PECAS
           MOVE ORDEM-SERVICO-REC TO WS-OS-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           IF OS-NF-NUMERO > 0 AND OS-REV-TIPO NOT = SPACES
              PERFORM MARCA-REVISAO-REALIZADA
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           MOVE WS-TOT-GERAL TO WS-TOTAL-ED
           STRING "ORDEM " DELIMITED BY SIZE
                  OS-NUMERO DELIMITED BY SIZE
                  " FECHADA - FATURA " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  " EM OSFATURA.DAT" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       IMPRIME-CABECALHO-FATURA.
           MOVE ALL "-" TO FATURA-OFICINA-REC
           WRITE FATURA-OFICINA-REC
           MOVE SPACES TO FATURA-OFICINA-REC
           STRING "FATURA DA ORDEM DE SERVICO " DELIMITED BY SIZE
                  OS-NUMERO DELIMITED BY SIZE
                  "   FILIAL " DELIMITED BY SIZE
                  OS-FILIAL DELIMITED BY SIZE
                  "   DATA " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO FATURA-OFICINA-REC
           END-STRING
           WRITE FATURA-OFICINA-REC
           MOVE SPACES TO FATURA-OFICINA-REC
           STRING "CLIENTE: " DELIMITED BY SIZE
                  OS-CLIENTE DELIMITED BY SIZE
                  "  CHASSI: " DELIMITED BY SIZE
                  OS-CHASSI DELIMITED BY SIZE
                  INTO FATURA-OFICINA-REC
           END-STRING
           WRITE FATURA-OFICINA-REC
           MOVE SPACES TO FATURA-OFICINA-REC
           IF OS-NF-NUMERO > 0 AND OS-REV-TIPO NOT = SPACES
              STRING "REVISAO DE " DELIMITED BY SIZE
                     OS-REV-TIPO DELIMITED BY SIZE
                     " MESES - VEICULO DA NOTA " DELIMITED BY SIZE
                     OS-NF-NUMERO DELIMITED BY SIZE
                     INTO FATURA-OFICINA-REC
              END-STRING
           ELSE
              MOVE "ATENDIMENTO AVULSO" TO FATURA-OFICINA-REC
           END-IF
           WRITE FATURA-OFICINA-REC
           MOVE "T CODIGO DESCRICAO                        QTDE"
              TO FATURA-OFICINA-REC
           MOVE "UNITARIO        TOTAL" TO FATURA-OFICINA-REC(50:21)
           WRITE FATURA-OFICINA-REC.

      *    Agenda regravada inteira, como o SERVLEM faz: a revisao
      *    agendada da ordem vira R (realizada).
       MARCA-REVISAO-REALIZADA.
           MOVE 0 TO WS-I
           MOVE "N" TO WS-EOF-ARQ
           MOVE "N" TO WS-ACHOU-REV
           OPEN INPUT SERVICO-AGENDA
           IF WS-SRV-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ SERVICO-AGENDA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-I < 2000
                       ADD 1 TO WS-I
                       IF SA-NF-NUMERO = OS-NF-NUMERO
                             AND SA-TIPO = OS-REV-TIPO
                             AND SA-AGENDADO
                          SET SA-REALIZADO TO TRUE
                          MOVE "Y" TO WS-ACHOU-REV
                       END-IF
                       MOVE SERVICO-REC TO WS-AGENDA-LINHA-TAB(WS-I)
                    ELSE
                       MOVE "N" TO WS-ACHOU-REV
                       MOVE "Y" TO WS-EOF-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SERVICO-AGENDA
           IF NOT ACHOU-REV
              DISPLAY "REVISAO DA ORDEM NAO ENCONTRADA COMO AGENDADA "
                 "- AGENDA NAO ALTERADA"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SERVICO-AGENDA
           PERFORM VARYING WS-ACHOU-I FROM 1 BY 1
                 UNTIL WS-ACHOU-I > WS-I
              MOVE WS-AGENDA-LINHA-TAB(WS-ACHOU-I) TO SERVICO-REC
              WRITE SERVICO-REC
           END-PERFORM
           CLOSE SERVICO-AGENDA
           DISPLAY "REVISAO DE " OS-REV-TIPO " MESES DA NOTA "
              OS-NF-NUMERO " MARCADA COMO REALIZADA NA AGENDA".

       COPY "SANDBOXP.cpy".

       COPY "FILIALP.cpy".

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".
