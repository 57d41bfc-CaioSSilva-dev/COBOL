       IDENTIFICATION DIVISION.
       PROGRAM-ID. USADOMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Controle dos usados recebidos na troca (USADO.DAT, gravado
      * pelo CARRO na conversao da cotacao):
      *   - lancamento das despesas de recondicionamento (mecanica,
      *     pintura, documentacao, outras) contra o chassi, em
      *     USADODSP.DAT; o acumulado sobe o preco minimo de revenda
      *     (avaliacao + recondicionamento), que passa a ser o custo
      *     do VEIC-ID do usado no VEICMAST e o piso do VEIC-VALOR;
      *   - lista dos usados em estoque com os dias de patio - mais
      *     de 60 dias sai marcado para revisao de preco;
      *   - relatorio USADOREL.DAT com o estoque e o resultado (lucro
      *     ou prejuizo) de cada usado revendido, reconhecido pelo
      *     chassi nas vendas (VENDASAR.DAT + VENDAS.DAT, canceladas
      *     fora).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USADOS ASSIGN TO "USADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USA-STATUS.
           SELECT USADOS-TRABALHO ASSIGN TO "USADO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTMP-STATUS.
           SELECT USADO-DESPESAS ASSIGN TO "USADODSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT USADO-REPORT ASSIGN TO "USADOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
           SELECT SANDBOX-MARCA ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USADOS.
       COPY "USADOREC.cpy".

       FD  USADOS-TRABALHO
           RECORD CONTAINS 91 CHARACTERS.
       01  USADOS-TRABALHO-REC   PIC X(91).

      *    Uma linha por despesa: chassi, data, tipo (M mecanica,
      *    P pintura, D documentacao, O outras), valor e descricao.
       FD  USADO-DESPESAS
           RECORD CONTAINS 64 CHARACTERS.
       01  USADO-DESPESAS-REC.
           05  UD-CHASSI         PIC X(17).
           05  UD-DATA           PIC 9(8).
           05  UD-TIPO           PIC X.
               88  UD-TIPO-VALIDO       VALUE "M" "P" "D" "O".
           05  UD-VALOR          PIC 9(6)V99.
           05  UD-DESCRICAO      PIC X(30).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  USADO-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  USADO-REPORT-REC      PIC X(100).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       01  SANDBOX-MARCA-REC     PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "SANDBOX.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "ARQTROCA.cpy".
       COPY "VENDVAL.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-SAND-STATUS   PIC XX VALUE SPACES.
       77  WS-USA-STATUS    PIC XX VALUE SPACES.
       77  WS-UTMP-STATUS   PIC XX VALUE SPACES.
       77  WS-DSP-STATUS    PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-I             PIC 9(3).
       77  WS-BUSCA-CHASSI  PIC X(17).
       77  WS-ACHOU-USADO   PIC X VALUE "N".
           88 ACHOU-USADO          VALUE "Y".
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-CARGA-ESTOURO PIC X VALUE "N".
           88 CARGA-ESTOUROU       VALUE "Y".
       78  WS-DIAS-REVISAO  VALUE 60.
       77  WS-DIAS-PATIO    PIC 9(5) VALUE 0.
       77  WS-DATA-FIM      PIC 9(8) VALUE 0.
       77  WS-CUSTO-TOTAL   PIC 9(7)V99 VALUE 0.
       77  WS-RESULTADO     PIC S9(7)V99 VALUE 0.
       77  WS-QTD-ESTOQUE   PIC 9(4) VALUE 0.
       77  WS-QTD-REVISAR   PIC 9(4) VALUE 0.
       77  WS-QTD-REVENDIDO PIC 9(4) VALUE 0.
       77  WS-TOTAL-RESULT  PIC S9(9)V99 VALUE 0.
       77  WS-QTD-DESPESAS  PIC 9(4) VALUE 0.
      *    Fichas dos usados em memoria, com a revenda apurada pelo
      *    chassi nas vendas.
       77  WS-USA-COUNT     PIC 9(3) VALUE 0.
       01  WS-USA-TABELA.
           05  WS-USA-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-USA-COUNT
                              INDEXED BY WS-USA-IDX.
               10  WS-UT-REGISTRO  PIC X(91).
               10  WS-UT-VENDIDO   PIC X.
               10  WS-UT-DATA-VND  PIC 9(8).
               10  WS-UT-VLR-VND   PIC 9(7)V99.
               10  WS-UT-NF-VND    PIC 9(6).
               10  WS-UT-ALTERADO  PIC X.
       01  WS-DSP-TIPO-DESC.
           05  FILLER PIC X(12) VALUE "MMECANICA   ".
           05  FILLER PIC X(12) VALUE "PPINTURA    ".
           05  FILLER PIC X(12) VALUE "DDOCUMENTOS ".
           05  FILLER PIC X(12) VALUE "OOUTRAS     ".
       01  WS-DSP-TIPO-TAB REDEFINES WS-DSP-TIPO-DESC.
           05  WS-DSP-TIPO-ENTRY OCCURS 4 TIMES
                                  INDEXED BY WS-DSP-IDX.
               10  WS-DT-COD       PIC X.
               10  WS-DT-NOME      PIC X(11).
       01  WS-EST-LINHA.
           05  WS-EL-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-MODELO     PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-AVAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-RECOND     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-MINIMO     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-AVISO      PIC X(7).
       01  WS-VND-LINHA.
           05  WS-VL-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-MODELO     PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-DATA       PIC 9999/99/99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-CUSTO      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-VENDA      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-RESULT     PIC --,---,--9.99.
       01  WS-TOT-LINHA.
           05  WS-TL-LABEL      PIC X(40).
           05  WS-TL-VALOR      PIC ---,---,--9.99.
           05  FILLER           PIC X(46) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           MOVE "USADO.DAT" TO WS-TROCA-VIVO
           MOVE "USADO.TMP" TO WS-TROCA-TMP
           MOVE "USADO.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           PERFORM CARREGA-USADOS
           IF CARGA-ESTOUROU
              DISPLAY "USADO.DAT MAIOR QUE A TABELA DE 500 - "
                 "MANUTENCAO RECUSADA PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APURA-REVENDAS
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== USADOS DA TROCA ====="
              DISPLAY "(1) LANCAR DESPESA DE RECONDICIONAMENTO"
              DISPLAY "(2) LISTAR USADOS EM ESTOQUE"
              DISPLAY "(3) LISTAR DESPESAS DE UM USADO"
              DISPLAY "(4) RELATORIO DE RESULTADO (USADOREL.DAT)"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LANCA-DESPESA
                 WHEN 2 PERFORM LISTA-ESTOQUE-USADOS
                 WHEN 3 PERFORM LISTA-DESPESAS
                 WHEN 4 PERFORM GERA-RELATORIO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM GRAVA-USADOS
              PERFORM ATUALIZA-CUSTO-VEICULOS
           END-IF
           GOBACK.

       CARREGA-USADOS.
           MOVE 0 TO WS-USA-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT USADOS
           IF WS-USA-STATUS = "35"
              DISPLAY "USADO.DAT NAO ENCONTRADO - NENHUM USADO "
                 "RECEBIDO EM TROCA"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ USADOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-USA-COUNT > 499
                       MOVE "Y" TO WS-CARGA-ESTOURO
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       ADD 1 TO WS-USA-COUNT
                       MOVE USADO-REC
                          TO WS-UT-REGISTRO(WS-USA-COUNT)
                       MOVE "N" TO WS-UT-VENDIDO(WS-USA-COUNT)
                       MOVE 0   TO WS-UT-DATA-VND(WS-USA-COUNT)
                       MOVE 0   TO WS-UT-VLR-VND(WS-USA-COUNT)
                       MOVE 0   TO WS-UT-NF-VND(WS-USA-COUNT)
                       MOVE "N" TO WS-UT-ALTERADO(WS-USA-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE USADOS.

      *    A revenda e a venda ativa que aponta o chassi do usado; o
      *    arquivo morto vem antes do vivo.
       APURA-REVENDAS.
           IF WS-USA-COUNT = 0
              EXIT PARAGRAPH
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
                       PERFORM CONFERE-REVENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-REVENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       CONFERE-REVENDA.
           IF VD-CANCELADA OR VD-CHASSI = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              MOVE WS-UT-REGISTRO(WS-I) TO USADO-REC
              IF US-CHASSI = VD-CHASSI
                 PERFORM OBTEM-VALOR-VENDA
                 MOVE "Y"            TO WS-UT-VENDIDO(WS-I)
                 MOVE VD-DATA        TO WS-UT-DATA-VND(WS-I)
                 MOVE WS-VD-VALOR-EF TO WS-UT-VLR-VND(WS-I)
                 MOVE VD-NF-NUMERO   TO WS-UT-NF-VND(WS-I)
              END-IF
           END-PERFORM.

       LOCALIZA-USADO.
           MOVE "N" TO WS-ACHOU-USADO
           DISPLAY "CHASSI DO USADO: "
           ACCEPT WS-BUSCA-CHASSI
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT OR ACHOU-USADO
              MOVE WS-UT-REGISTRO(WS-I) TO USADO-REC
              IF US-CHASSI = WS-BUSCA-CHASSI
                 MOVE "Y" TO WS-ACHOU-USADO
                 SET WS-USA-IDX TO WS-I
              END-IF
           END-PERFORM
           IF NOT ACHOU-USADO
              DISPLAY "CHASSI " WS-BUSCA-CHASSI
                 " NAO CONSTA EM USADO.DAT"
           ELSE
              MOVE WS-UT-REGISTRO(WS-USA-IDX) TO USADO-REC
           END-IF.

      *    Despesa depois da revenda nao muda mais o preco - ainda e
      *    gravada (o resultado do relatorio a inclui), mas o aviso
      *    deixa claro que o carro ja saiu.
       LANCA-DESPESA.
           PERFORM LOCALIZA-USADO
           IF NOT ACHOU-USADO
              EXIT PARAGRAPH
           END-IF
           IF WS-UT-VENDIDO(WS-USA-IDX) = "Y"
              DISPLAY "ATENCAO: USADO JA REVENDIDO EM "
                 WS-UT-DATA-VND(WS-USA-IDX)
           END-IF
           DISPLAY US-MODELO " AVALIACAO " US-VLR-AVALIACAO
              " RECONDICIONAMENTO " US-VLR-RECOND
           MOVE SPACES TO USADO-DESPESAS-REC
           MOVE US-CHASSI TO UD-CHASSI
           MOVE WS-HOJE   TO UD-DATA
           PERFORM UNTIL UD-TIPO-VALIDO
              DISPLAY "TIPO (M MECANICA / P PINTURA / D DOCUMENTOS"
                 " / O OUTRAS): "
              ACCEPT UD-TIPO
           END-PERFORM
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "VALOR DA DESPESA: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO UD-VALOR
           DISPLAY "DESCRICAO: "
           ACCEPT UD-DESCRICAO
           OPEN EXTEND USADO-DESPESAS
           IF WS-DSP-STATUS = "35"
              CLOSE USADO-DESPESAS
              OPEN OUTPUT USADO-DESPESAS
           END-IF
           WRITE USADO-DESPESAS-REC
           CLOSE USADO-DESPESAS
           ADD UD-VALOR TO US-VLR-RECOND
           COMPUTE US-PRECO-MINIMO = US-VLR-AVALIACAO + US-VLR-RECOND
           MOVE USADO-REC TO WS-UT-REGISTRO(WS-USA-IDX)
           MOVE "Y" TO WS-UT-ALTERADO(WS-USA-IDX)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "DESPESA LANCADA - PRECO MINIMO " DELIMITED BY SIZE
                  US-PRECO-MINIMO DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       LISTA-DESPESAS.
           PERFORM LOCALIZA-USADO
           IF NOT ACHOU-USADO
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTD-DESPESAS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT USADO-DESPESAS
           IF WS-DSP-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ USADO-DESPESAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF UD-CHASSI = US-CHASSI
                          ADD 1 TO WS-QTD-DESPESAS
                          PERFORM EXIBE-DESPESA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USADO-DESPESAS
           END-IF
           IF WS-QTD-DESPESAS = 0
              DISPLAY "(NENHUMA DESPESA LANCADA)"
           END-IF
           DISPLAY "TOTAL RECONDICIONAMENTO: " US-VLR-RECOND
              " PRECO MINIMO: " US-PRECO-MINIMO.

       EXIBE-DESPESA.
           SET WS-DSP-IDX TO 1
           SEARCH WS-DSP-TIPO-ENTRY
              AT END
                 DISPLAY UD-DATA " " UD-TIPO " " UD-VALOR " "
                    UD-DESCRICAO
              WHEN WS-DT-COD(WS-DSP-IDX) = UD-TIPO
                 DISPLAY UD-DATA " " WS-DT-NOME(WS-DSP-IDX) " "
                    UD-VALOR " " UD-DESCRICAO
           END-SEARCH.

       LISTA-ESTOQUE-USADOS.
           MOVE 0 TO WS-QTD-ESTOQUE
           DISPLAY "CHASSI            MODELO                DIAS"
              "   AVALIACAO       RECOND.      MINIMO"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              IF WS-UT-VENDIDO(WS-I) NOT = "Y"
                 ADD 1 TO WS-QTD-ESTOQUE
                 PERFORM MONTA-LINHA-ESTOQUE
                 DISPLAY WS-EST-LINHA
              END-IF
           END-PERFORM
           IF WS-QTD-ESTOQUE = 0
              DISPLAY "(NENHUM USADO EM ESTOQUE)"
           END-IF.

       MONTA-LINHA-ESTOQUE.
           MOVE WS-UT-REGISTRO(WS-I) TO USADO-REC
           MOVE WS-HOJE TO WS-DATA-FIM
           PERFORM CALCULA-DIAS-PATIO
           MOVE SPACES TO WS-EST-LINHA
           MOVE US-CHASSI        TO WS-EL-CHASSI
           MOVE US-MODELO        TO WS-EL-MODELO
           MOVE WS-DIAS-PATIO    TO WS-EL-DIAS
           MOVE US-VLR-AVALIACAO TO WS-EL-AVAL
           MOVE US-VLR-RECOND    TO WS-EL-RECOND
           MOVE US-PRECO-MINIMO  TO WS-EL-MINIMO
           IF WS-DIAS-PATIO > WS-DIAS-REVISAO
              MOVE "REVISAR" TO WS-EL-AVISO
           END-IF.

       CALCULA-DIAS-PATIO.
           MOVE 0 TO WS-DIAS-PATIO
           IF US-DATA-ENTRADA IS NUMERIC AND US-DATA-ENTRADA > 0
                 AND WS-DATA-FIM >= US-DATA-ENTRADA
              COMPUTE WS-DIAS-PATIO =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE(US-DATA-ENTRADA)
           END-IF.

       GERA-RELATORIO.
           MOVE 0 TO WS-QTD-ESTOQUE
           MOVE 0 TO WS-QTD-REVISAR
           MOVE 0 TO WS-QTD-REVENDIDO
           MOVE 0 TO WS-TOTAL-RESULT
           OPEN OUTPUT USADO-REPORT
           MOVE SPACES TO USADO-REPORT-REC
           STRING "===== USADOS DA TROCA - POSICAO EM "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO USADO-REPORT-REC
           END-STRING
           WRITE USADO-REPORT-REC
           MOVE "--- EM ESTOQUE (REVISAR = MAIS DE 60 DIAS NO PATIO)"
              TO USADO-REPORT-REC
           WRITE USADO-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              IF WS-UT-VENDIDO(WS-I) NOT = "Y"
                 ADD 1 TO WS-QTD-ESTOQUE
                 PERFORM MONTA-LINHA-ESTOQUE
                 IF WS-EL-AVISO NOT = SPACES
                    ADD 1 TO WS-QTD-REVISAR
                 END-IF
                 WRITE USADO-REPORT-REC FROM WS-EST-LINHA
              END-IF
           END-PERFORM
           MOVE SPACES TO USADO-REPORT-REC
           WRITE USADO-REPORT-REC
           MOVE "--- REVENDIDOS (CUSTO = AVALIACAO + RECOND.)"
              TO USADO-REPORT-REC
           WRITE USADO-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              IF WS-UT-VENDIDO(WS-I) = "Y"
                 PERFORM GRAVA-LINHA-REVENDA
              END-IF
           END-PERFORM
           MOVE SPACES TO USADO-REPORT-REC
           WRITE USADO-REPORT-REC
           MOVE SPACES TO WS-TOT-LINHA
           MOVE "RESULTADO DAS REVENDAS:" TO WS-TL-LABEL
           MOVE WS-TOTAL-RESULT TO WS-TL-VALOR
           WRITE USADO-REPORT-REC FROM WS-TOT-LINHA
           MOVE SPACES TO USADO-REPORT-REC
           STRING "EM ESTOQUE: " DELIMITED BY SIZE
                  WS-QTD-ESTOQUE DELIMITED BY SIZE
                  "  PARA REVISAR PRECO: " DELIMITED BY SIZE
                  WS-QTD-REVISAR DELIMITED BY SIZE
                  "  REVENDIDOS: " DELIMITED BY SIZE
                  WS-QTD-REVENDIDO DELIMITED BY SIZE
                  INTO USADO-REPORT-REC
           END-STRING
           WRITE USADO-REPORT-REC
           CLOSE USADO-REPORT
           DISPLAY "RELATORIO DE USADOS GERADO EM USADOREL.DAT - "
              WS-QTD-REVISAR " USADO(S) PARA REVISAO DE PRECO".

       GRAVA-LINHA-REVENDA.
           MOVE WS-UT-REGISTRO(WS-I) TO USADO-REC
           ADD 1 TO WS-QTD-REVENDIDO
           MOVE WS-UT-DATA-VND(WS-I) TO WS-DATA-FIM
           PERFORM CALCULA-DIAS-PATIO
           COMPUTE WS-CUSTO-TOTAL = US-VLR-AVALIACAO + US-VLR-RECOND
           COMPUTE WS-RESULTADO = WS-UT-VLR-VND(WS-I) - WS-CUSTO-TOTAL
           ADD WS-RESULTADO TO WS-TOTAL-RESULT
           MOVE SPACES TO WS-VND-LINHA
           MOVE US-CHASSI            TO WS-VL-CHASSI
           MOVE US-MODELO            TO WS-VL-MODELO
           MOVE WS-UT-DATA-VND(WS-I) TO WS-VL-DATA
           MOVE WS-DIAS-PATIO        TO WS-VL-DIAS
           MOVE WS-CUSTO-TOTAL       TO WS-VL-CUSTO
           MOVE WS-UT-VLR-VND(WS-I)  TO WS-VL-VENDA
           MOVE WS-RESULTADO         TO WS-VL-RESULT
           WRITE USADO-REPORT-REC FROM WS-VND-LINHA.

       GRAVA-USADOS.
           OPEN OUTPUT USADOS-TRABALHO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              WRITE USADOS-TRABALHO-REC FROM WS-UT-REGISTRO(WS-I)
           END-PERFORM
           CLOSE USADOS-TRABALHO
           PERFORM EFETIVA-TROCA-ARQUIVO.

      *    O VEIC-ID do usado e exclusivo dele: o custo passa a ser
      *    avaliacao + recondicionamento (a margem e o custo das
      *    vendas enxergam o gasto) e o preco de tabela nao fica
      *    abaixo do minimo de revenda.
       ATUALIZA-CUSTO-VEICULOS.
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-USA-COUNT
              IF WS-UT-ALTERADO(WS-I) = "Y"
                 MOVE WS-UT-REGISTRO(WS-I) TO USADO-REC
                 PERFORM AJUSTA-VEICULO-USADO
              END-IF
           END-PERFORM
           CLOSE VEICULO-MASTER.

       AJUSTA-VEICULO-USADO.
           MOVE US-VEIC-ID TO VEIC-ID
           READ VEICULO-MASTER KEY IS VEIC-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE US-PRECO-MINIMO TO VEIC-CUSTO
                 IF VEIC-VALOR NOT NUMERIC
                       OR VEIC-VALOR < US-PRECO-MINIMO
                    MOVE US-PRECO-MINIMO TO VEIC-VALOR
                    DISPLAY "PRECO DO VEICULO " VEIC-ID
                       " ELEVADO AO MINIMO DE REVENDA "
                       US-PRECO-MINIMO
                 END-IF
                 REWRITE VEICULO-MASTER-REC
           END-READ.

       COPY "DATANEGP.cpy".

       COPY "SANDBOXP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "ARQTROCAP.cpy".

       COPY "VENDVALP.cpy".
