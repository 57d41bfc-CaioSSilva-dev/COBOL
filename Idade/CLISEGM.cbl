       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISEGM.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Segmentacao de clientes por valor: todo cliente ativo de
      * CUSTMAST.DAT recebe as notas de recencia, frequencia e valor
      * (1 a 5) das compras em VENDASAR.DAT e VENDAS.DAT - vendas
      * canceladas (VENDCANC) nao contam - e a faixa etaria do
      * AGESTAT (0-17, 18-29, 30-44, 45-59, 60+, sem data). Segmentos:
      *   C campeao    - comprou nos ultimos 2 anos, mais de uma vez,
      *                  e frequencia + valor somam 7 ou mais;
      *   F fiel       - comprou nos ultimos 2 anos, mais de uma vez;
      *   Q em queda   - mais de uma compra, a ultima ha 2 a 3 anos;
      *   P perdido    - nenhuma compra ha mais de 3 anos;
      *   U uma compra - uma compra so, nos ultimos 3 anos;
      *   N sem compra - cadastrado mas nunca comprou.
      * Gera o quadro-resumo SEGRESUM.DAT (segmento x faixa etaria) e,
      * a pedido, a extracao filtrada SEGEXTR.DAT por segmento, idade,
      * numero de compras e anos sem comprar. A extracao respeita o
      * consentimento de marketing (PES-ACEITA-MKT) quando o CPF do
      * cliente esta cadastrado em PESSOA.DAT: pessoa ligada sem
      * consentimento fica fora. Cliente sem pessoa ligada (CNPJ, sem
      * documento ou CPF fora do PESSOA) entra marcado com "-".
      * Chamada "B" (fila de jobs / cadeia noturna) roda sem operador:
      * gera o resumo e a extracao completa, sem filtro nenhum; "I"
      * pergunta se quer a extracao e os filtros.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT SEG-RESUMO ASSIGN TO "SEGRESUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT SEG-EXTRACAO ASSIGN TO "SEGEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  SEG-RESUMO
           RECORD CONTAINS 80 CHARACTERS.
       01  SEG-RESUMO-REC        PIC X(80).

       FD  SEG-EXTRACAO
           RECORD CONTAINS 99 CHARACTERS.
       01  SEG-EXTRACAO-REC      PIC X(99).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       COPY "VENDVAL.cpy".
       COPY "NUMVALID.cpy".
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-RES-STATUS    PIC XX VALUE SPACES.
       77  WS-EXT-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE-INT      PIC 9(7) VALUE 0.
       77  WS-CLI-COUNT     PIC 9(4) VALUE 0.
       77  WS-CLI-ESTOURO   PIC X VALUE "N".
           88 CLIENTES-ESTOURARAM  VALUE "Y".
       01  WS-CLI-TABELA.
           05  WS-CLI-ENTRY OCCURS 2000 TIMES.
               10  WS-SG-ID        PIC X(6).
               10  WS-SG-NOME      PIC X(30).
               10  WS-SG-DOC-TIPO  PIC X.
               10  WS-SG-CPF       PIC X(11).
               10  WS-SG-IDADE     PIC 9(3).
               10  WS-SG-FAIXA     PIC 9.
               10  WS-SG-QTD       PIC 9(4).
               10  WS-SG-VALOR     PIC 9(9)V99.
               10  WS-SG-ULTIMA    PIC 9(8).
               10  WS-SG-DIAS      PIC 9(5).
               10  WS-SG-NOTA-R    PIC 9.
               10  WS-SG-NOTA-F    PIC 9.
               10  WS-SG-NOTA-M    PIC 9.
               10  WS-SG-SEG       PIC 9.
       77  WS-I             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-NASC          PIC 9(8).
       77  WS-CANCELADAS    PIC 9(5) VALUE 0.
      *    Notas de frequencia e valor: a nota e 1 mais o numero de
      *    limites alcancados (compras; valor total comprado).
       01  WS-LIMITES-FREQ.
           05  FILLER PIC 9(3) VALUE 002.
           05  FILLER PIC 9(3) VALUE 003.
           05  FILLER PIC 9(3) VALUE 004.
           05  FILLER PIC 9(3) VALUE 005.
       01  WS-LIMITES-FREQ-TAB REDEFINES WS-LIMITES-FREQ.
           05  WS-LIM-FREQ OCCURS 4 TIMES PIC 9(3).
       01  WS-LIMITES-VALOR.
           05  FILLER PIC 9(9) VALUE 000080000.
           05  FILLER PIC 9(9) VALUE 000150000.
           05  FILLER PIC 9(9) VALUE 000250000.
           05  FILLER PIC 9(9) VALUE 000500000.
       01  WS-LIMITES-VALOR-TAB REDEFINES WS-LIMITES-VALOR.
           05  WS-LIM-VALOR OCCURS 4 TIMES PIC 9(9).
      *    Recencia em dias desde a ultima compra: ate 1 ano nota 5,
      *    ate 2 anos 4, ate 3 anos 3, ate 5 anos 2, mais que isso 1.
       01  WS-LIMITES-RECENCIA.
           05  FILLER PIC 9(5) VALUE 00365.
           05  FILLER PIC 9(5) VALUE 00730.
           05  FILLER PIC 9(5) VALUE 01095.
           05  FILLER PIC 9(5) VALUE 01825.
       01  WS-LIMITES-REC-TAB REDEFINES WS-LIMITES-RECENCIA.
           05  WS-LIM-REC OCCURS 4 TIMES PIC 9(5).
       01  WS-SEGMENTOS.
           05  FILLER PIC X(11) VALUE "CCAMPEAO   ".
           05  FILLER PIC X(11) VALUE "FFIEL      ".
           05  FILLER PIC X(11) VALUE "QEM QUEDA  ".
           05  FILLER PIC X(11) VALUE "PPERDIDO   ".
           05  FILLER PIC X(11) VALUE "UUMA COMPRA".
           05  FILLER PIC X(11) VALUE "NSEM COMPRA".
       01  WS-SEGMENTOS-TAB REDEFINES WS-SEGMENTOS.
           05  WS-SEG-ENTRY OCCURS 6 TIMES.
               10  WS-SEG-CODIGO   PIC X.
               10  WS-SEG-NOME     PIC X(10).
       01  WS-FAIXA-NOMES.
           05  FILLER PIC X(5) VALUE "00-17".
           05  FILLER PIC X(5) VALUE "18-29".
           05  FILLER PIC X(5) VALUE "30-44".
           05  FILLER PIC X(5) VALUE "45-59".
           05  FILLER PIC X(5) VALUE "60 + ".
           05  FILLER PIC X(5) VALUE "S/DT ".
       01  WS-FAIXA-NOMES-TAB REDEFINES WS-FAIXA-NOMES.
           05  WS-FAIXA-NOME OCCURS 6 TIMES PIC X(5).
       01  WS-QUADRO.
           05  WS-QD-SEG OCCURS 7 TIMES.
               10  WS-QD-CLIENTES  PIC 9(5).
               10  WS-QD-COMPRAS   PIC 9(5).
               10  WS-QD-VALOR     PIC 9(9)V99.
               10  WS-QD-FAIXA OCCURS 6 TIMES PIC 9(5).
       77  WS-S             PIC 9.
       77  WS-F             PIC 9.
       01  WS-RES-LINHA.
           05  WS-RL-NOME       PIC X(14).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CLIENTES   PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-COMPRAS    PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-FAIXAS OCCURS 6 TIMES.
               10  FILLER       PIC X VALUE SPACE.
               10  WS-RL-FAIXA  PIC ZZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
      *    Filtros da extracao - zero/branco = sem filtro.
       77  WS-FX-SEGMENTO   PIC X VALUE SPACE.
       77  WS-FX-IDADE-MIN  PIC 9(3) VALUE 0.
       77  WS-FX-IDADE-MAX  PIC 9(3) VALUE 0.
       77  WS-FX-COMPRAS    PIC 9(4) VALUE 0.
       77  WS-FX-ANOS       PIC 9(2) VALUE 0.
       77  WS-FX-DIAS       PIC 9(5) VALUE 0.
       77  WS-RESPOSTA      PIC X VALUE SPACE.
       77  WS-PASSA         PIC X VALUE "N".
           88 PASSA-FILTRO         VALUE "Y".
       77  WS-LIGADO        PIC X VALUE "N".
           88 PESSOA-LIGADA        VALUE "Y".
       77  WS-CONSENTE      PIC X VALUE "N".
           88 PESSOA-CONSENTE      VALUE "Y".
       77  WS-PESSOA-ABERTO PIC X VALUE "N".
           88 PESSOA-ABERTO        VALUE "Y".
       77  WS-QTD-EXTRAIDOS PIC 9(5) VALUE 0.
       77  WS-QTD-SEM-CONS  PIC 9(5) VALUE 0.
       01  WS-EXT-LINHA.
           05  WS-EL-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-NOME       PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-SEG        PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-SEG-NOME   PIC X(10).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-FAIXA      PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-IDADE      PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-QTD        PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-VALOR      PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-ULTIMA     PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-NOTA-R     PIC 9.
           05  WS-EL-NOTA-F     PIC 9.
           05  WS-EL-NOTA-M     PIC 9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EL-CONSENT    PIC X.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           COMPUTE WS-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CARREGA-CLIENTES
           IF CLIENTES-ESTOURARAM
              DISPLAY "CUSTMAST.DAT MAIOR QUE A TABELA DE 2000 - "
                 "SEGMENTANDO SO OS 2000 PRIMEIROS"
           END-IF
           IF WS-CLI-COUNT = 0
              DISPLAY "NENHUM CLIENTE ATIVO EM CUSTMAST.DAT"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ACUMULA-VENDAS-ARQUIVADAS
           PERFORM ACUMULA-VENDAS-VIVAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLI-COUNT
              PERFORM PONTUA-CLIENTE
           END-PERFORM
           PERFORM GRAVA-RESUMO
           DISPLAY "SEGMENTACAO DE " WS-CLI-COUNT
              " CLIENTE(S) - VER SEGRESUM.DAT"
           IF LK-CHAMADA-LOTE
              PERFORM GERA-EXTRACAO
              GOBACK
           END-IF
           DISPLAY "GERAR EXTRACAO FILTRADA (S/N)? "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
              PERFORM CAPTURA-FILTROS
              PERFORM GERA-EXTRACAO
           END-IF
           GOBACK.

      *    Idade em anos completos na data de negocio (AAAAMMDD de
      *    hoje menos o de nascimento, dividido por 10000); cliente
      *    sem data valida fica na faixa "sem data".
       CARREGA-CLIENTES.
           MOVE 0 TO WS-CLI-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTMAST.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CUSTOMER-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CM-CLI-ATIVO
                       IF WS-CLI-COUNT < 2000
                          ADD 1 TO WS-CLI-COUNT
                          PERFORM GUARDA-CLIENTE
                       ELSE
                          MOVE "Y" TO WS-CLI-ESTOURO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

       GUARDA-CLIENTE.
           INITIALIZE WS-CLI-ENTRY(WS-CLI-COUNT)
           MOVE CM-CUSTOMER-ID     TO WS-SG-ID(WS-CLI-COUNT)
           MOVE CM-CUSTOMER-NAME   TO WS-SG-NOME(WS-CLI-COUNT)
           MOVE CM-DOC-TIPO        TO WS-SG-DOC-TIPO(WS-CLI-COUNT)
           MOVE CM-DOC-NUMERO(1:11) TO WS-SG-CPF(WS-CLI-COUNT)
           MOVE 6 TO WS-SG-FAIXA(WS-CLI-COUNT)
           IF CM-BIRTH-YEAR IS NOT NUMERIC
                 OR CM-BIRTH-MONTH IS NOT NUMERIC
                 OR CM-BIRTH-DAY IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NASC = (CM-BIRTH-YEAR * 10000)
              + (CM-BIRTH-MONTH * 100) + CM-BIRTH-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NASC) NOT = 0
                 OR WS-NASC > WS-DATA-NEGOCIO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SG-IDADE(WS-CLI-COUNT) =
              (WS-DATA-NEGOCIO - WS-NASC) / 10000
           EVALUATE TRUE
              WHEN WS-SG-IDADE(WS-CLI-COUNT) < 18
                 MOVE 1 TO WS-SG-FAIXA(WS-CLI-COUNT)
              WHEN WS-SG-IDADE(WS-CLI-COUNT) < 30
                 MOVE 2 TO WS-SG-FAIXA(WS-CLI-COUNT)
              WHEN WS-SG-IDADE(WS-CLI-COUNT) < 45
                 MOVE 3 TO WS-SG-FAIXA(WS-CLI-COUNT)
              WHEN WS-SG-IDADE(WS-CLI-COUNT) < 60
                 MOVE 4 TO WS-SG-FAIXA(WS-CLI-COUNT)
              WHEN OTHER
                 MOVE 5 TO WS-SG-FAIXA(WS-CLI-COUNT)
           END-EVALUATE.

      *    O arquivo morto (vendas ja consumidas pela folha) entra
      *    junto com o vivo - a frequencia nao encolhe a cada
      *    liberacao de folha.
       ACUMULA-VENDAS-ARQUIVADAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM ACUMULA-UMA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       ACUMULA-VENDAS-VIVAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM ACUMULA-UMA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       ACUMULA-UMA-VENDA.
           IF VD-CLIENTE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           IF VD-CANCELADA
              ADD 1 TO WS-CANCELADAS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-CLI-COUNT
                    OR WS-SG-ID(WS-K) = VD-CLIENTE-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-CLI-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR-VENDA
           ADD 1 TO WS-SG-QTD(WS-K)
           ADD WS-VD-VALOR-EF TO WS-SG-VALOR(WS-K)
           IF VD-DATA IS NUMERIC
                 AND VD-DATA > WS-SG-ULTIMA(WS-K)
              MOVE VD-DATA TO WS-SG-ULTIMA(WS-K)
           END-IF.

       PONTUA-CLIENTE.
           IF WS-SG-QTD(WS-I) = 0
              MOVE 6 TO WS-SG-SEG(WS-I)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SG-DIAS(WS-I)
           IF WS-SG-ULTIMA(WS-I) > 0
                 AND WS-SG-ULTIMA(WS-I) < WS-DATA-NEGOCIO
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-SG-ULTIMA(WS-I))
                    = 0
              COMPUTE WS-SG-DIAS(WS-I) = WS-HOJE-INT
                 - FUNCTION INTEGER-OF-DATE(WS-SG-ULTIMA(WS-I))
           END-IF
           MOVE 5 TO WS-SG-NOTA-R(WS-I)
           MOVE 1 TO WS-SG-NOTA-F(WS-I)
           MOVE 1 TO WS-SG-NOTA-M(WS-I)
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
              IF WS-SG-DIAS(WS-I) > WS-LIM-REC(WS-K)
                 SUBTRACT 1 FROM WS-SG-NOTA-R(WS-I)
              END-IF
              IF WS-SG-QTD(WS-I) >= WS-LIM-FREQ(WS-K)
                 ADD 1 TO WS-SG-NOTA-F(WS-I)
              END-IF
              IF WS-SG-VALOR(WS-I) >= WS-LIM-VALOR(WS-K)
                 ADD 1 TO WS-SG-NOTA-M(WS-I)
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-SG-DIAS(WS-I) > WS-LIM-REC(3)
                 MOVE 4 TO WS-SG-SEG(WS-I)
              WHEN WS-SG-QTD(WS-I) = 1
                 MOVE 5 TO WS-SG-SEG(WS-I)
              WHEN WS-SG-DIAS(WS-I) > WS-LIM-REC(2)
                 MOVE 3 TO WS-SG-SEG(WS-I)
              WHEN WS-SG-NOTA-F(WS-I) + WS-SG-NOTA-M(WS-I) >= 7
                 MOVE 1 TO WS-SG-SEG(WS-I)
              WHEN OTHER
                 MOVE 2 TO WS-SG-SEG(WS-I)
           END-EVALUATE.

      *    Quadro segmento x faixa etaria; a setima linha do quadro
      *    acumula o total geral.
       GRAVA-RESUMO.
           INITIALIZE WS-QUADRO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLI-COUNT
              MOVE WS-SG-SEG(WS-I)   TO WS-S
              MOVE WS-SG-FAIXA(WS-I) TO WS-F
              ADD 1 TO WS-QD-CLIENTES(WS-S) WS-QD-CLIENTES(7)
              ADD WS-SG-QTD(WS-I)
                 TO WS-QD-COMPRAS(WS-S) WS-QD-COMPRAS(7)
              ADD WS-SG-VALOR(WS-I)
                 TO WS-QD-VALOR(WS-S) WS-QD-VALOR(7)
              ADD 1 TO WS-QD-FAIXA(WS-S, WS-F) WS-QD-FAIXA(7, WS-F)
           END-PERFORM
           OPEN OUTPUT SEG-RESUMO
           MOVE SPACES TO SEG-RESUMO-REC
           STRING "===== SEGMENTACAO DE CLIENTES POR VALOR - "
                  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO SEG-RESUMO-REC
           END-STRING
           WRITE SEG-RESUMO-REC
           MOVE "SEGMENTO        QTDE COMPR    VALOR TOTAL"
              TO SEG-RESUMO-REC
           MOVE " 00-17 18-29 30-44 45-59  60 +  S/DT"
              TO SEG-RESUMO-REC(42:36)
           WRITE SEG-RESUMO-REC
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 7
              IF WS-S = 7
                 MOVE "TOTAL" TO WS-RL-NOME
              ELSE
                 MOVE SPACES TO WS-RL-NOME
                 STRING WS-SEG-CODIGO(WS-S) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-SEG-NOME(WS-S) DELIMITED BY SIZE
                        INTO WS-RL-NOME
                 END-STRING
              END-IF
              MOVE WS-QD-CLIENTES(WS-S) TO WS-RL-CLIENTES
              MOVE WS-QD-COMPRAS(WS-S)  TO WS-RL-COMPRAS
              MOVE WS-QD-VALOR(WS-S)    TO WS-RL-VALOR
              PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                 MOVE WS-QD-FAIXA(WS-S, WS-F) TO WS-RL-FAIXA(WS-F)
              END-PERFORM
              WRITE SEG-RESUMO-REC FROM WS-RES-LINHA
           END-PERFORM
           MOVE SPACES TO SEG-RESUMO-REC
           STRING "VENDAS CANCELADAS IGNORADAS: " DELIMITED BY SIZE
                  WS-CANCELADAS DELIMITED BY SIZE
                  INTO SEG-RESUMO-REC
           END-STRING
           WRITE SEG-RESUMO-REC
           CLOSE SEG-RESUMO.

       CAPTURA-FILTROS.
           DISPLAY "SEGMENTO (C/F/Q/P/U/N, BRANCO = TODOS): "
           MOVE SPACE TO WS-FX-SEGMENTO
           ACCEPT WS-FX-SEGMENTO
           MOVE FUNCTION UPPER-CASE(WS-FX-SEGMENTO) TO WS-FX-SEGMENTO
           MOVE 0   TO WS-NUM-MIN
           MOVE 120 TO WS-NUM-MAX
           MOVE "IDADE MINIMA (0 = SEM LIMITE): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-FX-IDADE-MIN
           MOVE "IDADE MAXIMA (0 = SEM LIMITE): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-FX-IDADE-MAX
           MOVE 9999 TO WS-NUM-MAX
           MOVE "MINIMO DE COMPRAS (0 = SEM LIMITE): "
              TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-FX-COMPRAS
           MOVE 50 TO WS-NUM-MAX
           MOVE "ANOS SEM COMPRAR NO MINIMO (0 = TODOS): "
              TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-FX-ANOS
           COMPUTE WS-FX-DIAS = WS-FX-ANOS * 365.

       GERA-EXTRACAO.
           MOVE 0 TO WS-QTD-EXTRAIDOS
           MOVE 0 TO WS-QTD-SEM-CONS
           MOVE "N" TO WS-PESSOA-ABERTO
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              MOVE "Y" TO WS-PESSOA-ABERTO
           END-IF
           OPEN OUTPUT SEG-EXTRACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLI-COUNT
              PERFORM AVALIA-FILTROS
              IF PASSA-FILTRO
                 PERFORM VERIFICA-CONSENTIMENTO
                 IF PESSOA-LIGADA AND NOT PESSOA-CONSENTE
                    ADD 1 TO WS-QTD-SEM-CONS
                 ELSE
                    PERFORM GRAVA-LINHA-EXTRACAO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SEG-EXTRACAO
           IF PESSOA-ABERTO
              CLOSE PESSOA-MASTER
           END-IF
           DISPLAY WS-QTD-EXTRAIDOS " CLIENTE(S) EXTRAIDO(S), "
              WS-QTD-SEM-CONS " FORA POR FALTA DE CONSENTIMENTO - "
              "VER SEGEXTR.DAT".

      *    Filtro de idade exige data de nascimento; filtro de anos
      *    sem comprar exige ao menos uma compra.
       AVALIA-FILTROS.
           MOVE "N" TO WS-PASSA
           MOVE WS-SG-SEG(WS-I) TO WS-S
           IF WS-FX-SEGMENTO NOT = SPACE
                 AND WS-FX-SEGMENTO NOT = WS-SEG-CODIGO(WS-S)
              EXIT PARAGRAPH
           END-IF
           IF (WS-FX-IDADE-MIN > 0 OR WS-FX-IDADE-MAX > 0)
                 AND WS-SG-FAIXA(WS-I) = 6
              EXIT PARAGRAPH
           END-IF
           IF WS-SG-IDADE(WS-I) < WS-FX-IDADE-MIN
              EXIT PARAGRAPH
           END-IF
           IF WS-FX-IDADE-MAX > 0
                 AND WS-SG-IDADE(WS-I) > WS-FX-IDADE-MAX
              EXIT PARAGRAPH
           END-IF
           IF WS-SG-QTD(WS-I) < WS-FX-COMPRAS
              EXIT PARAGRAPH
           END-IF
           IF WS-FX-DIAS > 0
              IF WS-SG-QTD(WS-I) = 0
                    OR WS-SG-DIAS(WS-I) < WS-FX-DIAS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Y" TO WS-PASSA.

      *    Ligacao pelo CPF: toda pessoa ativa com o mesmo ID
      *    nacional precisa ter o consentimento - basta uma recusa
      *    (cadastro duplicado no PESSOA) para o cliente ficar fora.
       VERIFICA-CONSENTIMENTO.
           MOVE "N" TO WS-LIGADO
           MOVE "Y" TO WS-CONSENTE
           IF NOT PESSOA-ABERTO
                 OR WS-SG-DOC-TIPO(WS-I) NOT = "F"
                 OR WS-SG-CPF(WS-I) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           MOVE WS-SG-CPF(WS-I) TO PES-ID-NACIONAL
           START PESSOA-MASTER KEY IS = PES-ID-NACIONAL
              INVALID KEY
                 MOVE "Y" TO WS-EOF-ARQ
           END-START
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PES-ID-NACIONAL NOT = WS-SG-CPF(WS-I)
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       IF PES-ATIVO
                          MOVE "Y" TO WS-LIGADO
                          IF NOT PES-MKT-SIM
                             MOVE "N" TO WS-CONSENTE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       GRAVA-LINHA-EXTRACAO.
           ADD 1 TO WS-QTD-EXTRAIDOS
           MOVE WS-SG-ID(WS-I)      TO WS-EL-ID
           MOVE WS-SG-NOME(WS-I)    TO WS-EL-NOME
           MOVE WS-SEG-CODIGO(WS-S) TO WS-EL-SEG
           MOVE WS-SEG-NOME(WS-S)   TO WS-EL-SEG-NOME
           MOVE WS-SG-FAIXA(WS-I)   TO WS-F
           MOVE WS-FAIXA-NOME(WS-F) TO WS-EL-FAIXA
           MOVE WS-SG-IDADE(WS-I)   TO WS-EL-IDADE
           MOVE WS-SG-QTD(WS-I)     TO WS-EL-QTD
           MOVE WS-SG-VALOR(WS-I)   TO WS-EL-VALOR
           MOVE WS-SG-ULTIMA(WS-I)  TO WS-EL-ULTIMA
           MOVE WS-SG-DIAS(WS-I)    TO WS-EL-DIAS
           MOVE WS-SG-NOTA-R(WS-I)  TO WS-EL-NOTA-R
           MOVE WS-SG-NOTA-F(WS-I)  TO WS-EL-NOTA-F
           MOVE WS-SG-NOTA-M(WS-I)  TO WS-EL-NOTA-M
           IF PESSOA-LIGADA
              MOVE "S" TO WS-EL-CONSENT
           ELSE
              MOVE "-" TO WS-EL-CONSENT
           END-IF
           WRITE SEG-EXTRACAO-REC FROM WS-EXT-LINHA.

       COPY "DATANEGP.cpy".

       COPY "VENDVALP.cpy".

       COPY "NUMVALIDP.cpy".
