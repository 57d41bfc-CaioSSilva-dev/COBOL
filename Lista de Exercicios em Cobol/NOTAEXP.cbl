       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAEXP.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Exportacao mensal das notas fiscais de saida para o fisco:
      * le NOTAFISC.DAT e gera, para o mes informado (AAAAMM), o
      * arquivo NF<AAAAMM>.DAT no leiaute fixo de 120 posicoes do
      * fisco - header (tipo 0) com competencia e data de geracao,
      * um detalhe (tipo 1) por nota com documento do comprador,
      * valor, taxas e filial (nota cancelada sai com situacao C e
      * taxas zeradas) e trailer (tipo 9) com quantidades e totais.
      * As taxas da nota vem da cotacao convertida (COTACAO.DAT,
      * valores por unidade gravados na cotacao); venda digitada sem
      * cotacao tem as taxas tiradas do valor da nota pelas aliquotas
      * do TAXAMAST vigentes na data de emissao. A filial e a da
      * venda que aponta a nota (VENDAS/VENDASAR; branco = 001).
      * Junto sai a apuracao das taxas de saida do mes por filial em
      * NFAPURA.DAT. Antes de liberar o arquivo a sequencia de
      * NF-NUMERO e conferida desde a ultima nota anterior ao mes:
      * havendo numero sem registro as lacunas saem em NFLACUNA.DAT e
      * o arquivo NAO e gerado (RC 4) ate o acerto.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFIS-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT TAXA-MASTER ASSIGN TO "TAXAMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXA-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT NOTA-EXPORTA ASSIGN TO WS-EXP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT NOTA-APURACAO ASSIGN TO "NFAPURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APU-STATUS.
           SELECT NOTA-LACUNA ASSIGN TO "NFLACUNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAC-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-FISCAL.
       COPY "NOTAREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  TAXA-MASTER
           RECORD CONTAINS 27 CHARACTERS.
       01  TAXA-MASTER-REC.
           05  TX-DATA-VIGENCIA    PIC 9(8).
           05  TX-TAXA-1           PIC 9V9(5).
           05  TX-TAXA-2           PIC 9V9(5).
           05  FILLER              PIC X(7).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

      *    Leiaute do fisco: 120 posicoes, tipo na posicao 1, valores
      *    sem ponto nem virgula com 2 decimais implicitos.
       FD  NOTA-EXPORTA
           RECORD CONTAINS 120 CHARACTERS.
       01  NE-HEADER-REC.
           05  NE-H-TIPO            PIC X.
           05  NE-H-COMPETENCIA     PIC 9(6).
           05  NE-H-DATA-GERACAO    PIC 9(8).
           05  NE-H-DESCRICAO       PIC X(30).
           05  FILLER               PIC X(75).
       01  NE-DETALHE-REC.
           05  NE-D-TIPO            PIC X.
           05  NE-D-NUMERO          PIC 9(6).
           05  NE-D-DATA            PIC 9(8).
           05  NE-D-SITUACAO        PIC X.
           05  NE-D-DOC-TIPO        PIC X.
           05  NE-D-DOC-NUMERO      PIC X(14).
           05  NE-D-CLIENTE         PIC X(30).
           05  NE-D-FILIAL          PIC X(3).
           05  NE-D-VALOR           PIC 9(9)V99.
           05  NE-D-VLR-TAXA-1      PIC 9(9)V99.
           05  NE-D-VLR-TAXA-2      PIC 9(9)V99.
           05  FILLER               PIC X(23).
       01  NE-TRAILER-REC.
           05  NE-T-TIPO            PIC X.
           05  NE-T-QTD-REGISTROS   PIC 9(6).
           05  NE-T-QTD-EMITIDAS    PIC 9(6).
           05  NE-T-QTD-CANCELADAS  PIC 9(6).
           05  NE-T-VALOR           PIC 9(11)V99.
           05  NE-T-VLR-TAXA-1      PIC 9(11)V99.
           05  NE-T-VLR-TAXA-2      PIC 9(11)V99.
           05  FILLER               PIC X(62).

       FD  NOTA-APURACAO
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTA-APURACAO-REC        PIC X(80).

       FD  NOTA-LACUNA
           RECORD CONTAINS 70 CHARACTERS.
       01  NOTA-LACUNA-REC          PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-NFIS-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-TAXA-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-EXP-STATUS    PIC XX VALUE SPACES.
       77  WS-APU-STATUS    PIC XX VALUE SPACES.
       77  WS-LAC-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-EXP-NOME      PIC X(12) VALUE SPACES.
       77  WS-COMPETENCIA   PIC 9(6) VALUE 0.
       77  WS-COMP-MES      PIC 9(2).
       77  WS-I             PIC 9(4).
      *    Todos os numeros de NOTAFISC.DAT (conferencia da sequencia)
      *    e as notas do mes com o que a exportacao precisa de cada.
       77  WS-NUM-COUNT     PIC 9(4) VALUE 0.
       01  WS-NUM-TABELA.
           05  WS-NUM-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-NUM-COUNT
                              INDEXED BY WS-NUM-IDX.
               10  WS-NM-NUMERO    PIC 9(6).
       77  WS-MES-COUNT     PIC 9(4) VALUE 0.
       01  WS-MES-TABELA.
           05  WS-MES-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-MES-COUNT
                              INDEXED BY WS-MES-IDX.
               10  WS-MS-NUMERO    PIC 9(6).
               10  WS-MS-DATA      PIC 9(8).
               10  WS-MS-COT       PIC 9(6).
               10  WS-MS-VEIC      PIC 9(3).
               10  WS-MS-VALOR     PIC 9(7)V99.
               10  WS-MS-FILIAL    PIC X(3).
               10  WS-MS-ORIGEM    PIC X.
                   88 MS-TAXA-DA-COTACAO  VALUE "C".
               10  WS-MS-VLR-TAXA-1 PIC 9(7)V99.
               10  WS-MS-VLR-TAXA-2 PIC 9(7)V99.
       77  WS-NOTA-ESTOURO  PIC X VALUE "N".
           88 NOTAS-ESTOURARAM     VALUE "Y".
       77  WS-NUM-MIN       PIC 9(6) VALUE 0.
       77  WS-NUM-MAX       PIC 9(6) VALUE 0.
       77  WS-NUM-ANT       PIC 9(6) VALUE 0.
       77  WS-NUM-TESTE     PIC 9(6) VALUE 0.
       77  WS-QTD-LACUNAS   PIC 9(4) VALUE 0.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
      *    Aliquotas do TAXAMAST por vigencia (padrao do CARRO quando
      *    nao ha arquivo ou vigencia anterior a nota).
       77  WS-TAXA-COUNT    PIC 9(3) VALUE 0.
       01  WS-TAXA-TABELA.
           05  WS-TAXA-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-TAXA-COUNT
                              INDEXED BY WS-TAXA-IDX.
               10  WS-TAB-DATA-VIG  PIC 9(8).
               10  WS-TAB-TAXA-1    PIC 9V9(5).
               10  WS-TAB-TAXA-2    PIC 9V9(5).
       77  WS-TAXA-1        PIC 9V9(5).
       77  WS-TAXA-2        PIC 9V9(5).
       77  WS-MELHOR-DATA-VIGENCIA PIC 9(8).
       77  WS-VALOR-LIQUIDO PIC 9(7)V99.
      *    Apuracao por filial.
       77  WS-FIL-COUNT     PIC 9(2) VALUE 0.
       01  WS-FIL-TABELA.
           05  WS-FIL-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WS-FIL-COUNT
                              INDEXED BY WS-FIL-IDX.
               10  WS-FL-CODIGO     PIC X(3).
               10  WS-FL-QTD-EMIT   PIC 9(6).
               10  WS-FL-QTD-CANC   PIC 9(6).
               10  WS-FL-VALOR      PIC 9(11)V99.
               10  WS-FL-TAXA-1     PIC 9(11)V99.
               10  WS-FL-TAXA-2     PIC 9(11)V99.
       77  WS-FIL-ESTOURO   PIC X VALUE "N".
           88 FILIAIS-ESTOURARAM   VALUE "Y".
       77  WS-QTD-REGISTROS PIC 9(6) VALUE 0.
       77  WS-QTD-EMITIDAS  PIC 9(6) VALUE 0.
       77  WS-QTD-CANCEL    PIC 9(6) VALUE 0.
       77  WS-TOT-VALOR     PIC 9(11)V99 VALUE 0.
       77  WS-TOT-TAXA-1    PIC 9(11)V99 VALUE 0.
       77  WS-TOT-TAXA-2    PIC 9(11)V99 VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LAC-LINHA.
           05  FILLER           PIC X(7) VALUE "NUMERO ".
           05  WS-LC-NUMERO     PIC 9(6).
           05  FILLER           PIC X(35)
               VALUE " SEM REGISTRO EM NOTAFISC.DAT".
           05  FILLER           PIC X(22) VALUE SPACES.
       01  WS-APU-CABEC.
           05  FILLER           PIC X(5) VALUE "FIL".
           05  FILLER           PIC X(6) VALUE " EMIT".
           05  FILLER           PIC X(6) VALUE " CANC".
           05  FILLER           PIC X(15) VALUE "   VALOR EMITID".
           05  FILLER           PIC X(14) VALUE "       TAXA 1".
           05  FILLER           PIC X(14) VALUE "       TAXA 2".
           05  FILLER           PIC X(14) VALUE "  TOTAL TAXAS".
           05  FILLER           PIC X(6) VALUE SPACES.
       01  WS-APU-LINHA.
           05  WS-AP-FILIAL     PIC X(3).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-AP-QTD-EMIT   PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AP-QTD-CANC   PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AP-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AP-TAXA-1     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AP-TAXA-2     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AP-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(7) VALUE SPACES.
       77  WS-APU-TOTAL     PIC 9(11)V99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           DISPLAY "MES DE COMPETENCIA DAS NOTAS (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              DISPLAY "MES INVALIDO - EXPORTACAO NAO GERADA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-NOTAS
           IF WS-NFIS-STATUS = "35"
              DISPLAY "NOTAFISC.DAT NAO ENCONTRADO - "
                 "NADA A EXPORTAR"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOTAS-ESTOURARAM
              DISPLAY "NOTAFISC.DAT MAIOR QUE A TABELA DE 2000 - "
                 "EXPORTACAO RECUSADA PARA NAO OMITIR NOTA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MES-COUNT = 0
              DISPLAY "NENHUMA NOTA EMITIDA EM " WS-COMPETENCIA
                 " - EXPORTACAO NAO GERADA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VERIFICA-SEQUENCIA
           IF WS-QTD-LACUNAS > 0
              DISPLAY WS-QTD-LACUNAS " NUMERO(S) DE NOTA SEM "
                 "REGISTRO NA SEQUENCIA - VER NFLACUNA.DAT"
              DISPLAY "ARQUIVO DO FISCO NAO LIBERADO ATE O ACERTO "
                 "DA SEQUENCIA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-TAXAS
           PERFORM BUSCA-TAXAS-COTACAO
           PERFORM BUSCA-FILIAL-VENDAS
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX > WS-MES-COUNT
              IF NOT MS-TAXA-DA-COTACAO(WS-MES-IDX)
                 PERFORM CALCULA-TAXAS-NOTA
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-EXP-NOME
           STRING "NF" DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-EXP-NOME
           END-STRING
           PERFORM GERA-EXPORTACAO
           PERFORM GERA-APURACAO
           MOVE WS-TOT-VALOR TO WS-TOT-ED
           DISPLAY "EXPORTACAO FISCAL EM " WS-EXP-NOME ": "
              WS-QTD-EMITIDAS " EMITIDA(S), " WS-QTD-CANCEL
              " CANCELADA(S), TOTAL " WS-TOT-ED
           COMPUTE WS-APU-TOTAL = WS-TOT-TAXA-1 + WS-TOT-TAXA-2
           MOVE WS-APU-TOTAL TO WS-TOT-ED
           DISPLAY "TAXAS DE SAIDA DO MES: " WS-TOT-ED
              " - APURACAO POR FILIAL EM NFAPURA.DAT"
           IF FILIAIS-ESTOURARAM
              DISPLAY "MAIS DE 50 FILIAIS - APURACAO INCOMPLETA"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-NOTAS.
           MOVE 0 TO WS-NUM-COUNT
           MOVE 0 TO WS-MES-COUNT
           MOVE 0 TO WS-NUM-MIN
           MOVE 0 TO WS-NUM-MAX
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT NOTA-FISCAL
           IF WS-NFIS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ NOTA-FISCAL
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM GUARDA-NOTA
              END-READ
           END-PERFORM
           CLOSE NOTA-FISCAL.

       GUARDA-NOTA.
           IF WS-NUM-COUNT < 2000
              ADD 1 TO WS-NUM-COUNT
              MOVE NF-NUMERO TO WS-NM-NUMERO(WS-NUM-COUNT)
           ELSE
              MOVE "Y" TO WS-NOTA-ESTOURO
           END-IF
           IF NF-DATA(1:6) NOT = WS-COMPETENCIA
              EXIT PARAGRAPH
           END-IF
           IF WS-MES-COUNT >= 2000
              MOVE "Y" TO WS-NOTA-ESTOURO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MES-COUNT
           MOVE NF-NUMERO    TO WS-MS-NUMERO(WS-MES-COUNT)
           MOVE NF-DATA      TO WS-MS-DATA(WS-MES-COUNT)
           MOVE NF-COT-NUMERO TO WS-MS-COT(WS-MES-COUNT)
           MOVE NF-VEIC-ID   TO WS-MS-VEIC(WS-MES-COUNT)
           MOVE NF-VALOR     TO WS-MS-VALOR(WS-MES-COUNT)
           MOVE "001"        TO WS-MS-FILIAL(WS-MES-COUNT)
           MOVE SPACE        TO WS-MS-ORIGEM(WS-MES-COUNT)
           MOVE 0            TO WS-MS-VLR-TAXA-1(WS-MES-COUNT)
           MOVE 0            TO WS-MS-VLR-TAXA-2(WS-MES-COUNT)
           IF WS-NUM-MIN = 0 OR NF-NUMERO < WS-NUM-MIN
              MOVE NF-NUMERO TO WS-NUM-MIN
           END-IF
           IF NF-NUMERO > WS-NUM-MAX
              MOVE NF-NUMERO TO WS-NUM-MAX
           END-IF.

      *    A conferencia comeca na nota seguinte a ultima emitida antes
      *    do mes (o numero que sumiu na virada tambem e lacuna) e vai
      *    ate a maior nota do mes. Sem nota anterior, comeca na menor
      *    nota do mes.
       VERIFICA-SEQUENCIA.
           MOVE 0 TO WS-QTD-LACUNAS
           MOVE 0 TO WS-NUM-ANT
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-NUM-COUNT
              IF WS-NM-NUMERO(WS-I) < WS-NUM-MIN
                    AND WS-NM-NUMERO(WS-I) > WS-NUM-ANT
                 MOVE WS-NM-NUMERO(WS-I) TO WS-NUM-ANT
              END-IF
           END-PERFORM
           IF WS-NUM-ANT > 0
              COMPUTE WS-NUM-TESTE = WS-NUM-ANT + 1
           ELSE
              MOVE WS-NUM-MIN TO WS-NUM-TESTE
           END-IF
           OPEN OUTPUT NOTA-LACUNA
           MOVE SPACES TO NOTA-LACUNA-REC
           STRING "===== LACUNAS NA SEQUENCIA DE NOTAS FISCAIS - "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO NOTA-LACUNA-REC
           END-STRING
           WRITE NOTA-LACUNA-REC
           PERFORM UNTIL WS-NUM-TESTE > WS-NUM-MAX
              MOVE "N" TO WS-ACHOU
              SET WS-NUM-IDX TO 1
              SEARCH WS-NUM-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-NM-NUMERO(WS-NUM-IDX) = WS-NUM-TESTE
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
              IF NOT ACHOU
                 ADD 1 TO WS-QTD-LACUNAS
                 MOVE WS-NUM-TESTE TO WS-LC-NUMERO
                 WRITE NOTA-LACUNA-REC FROM WS-LAC-LINHA
              END-IF
              ADD 1 TO WS-NUM-TESTE
           END-PERFORM
           IF WS-QTD-LACUNAS = 0
              MOVE "SEQUENCIA SEM LACUNAS" TO NOTA-LACUNA-REC
              WRITE NOTA-LACUNA-REC
           END-IF
           CLOSE NOTA-LACUNA.

       CARREGA-TAXAS.
           MOVE 0 TO WS-TAXA-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT TAXA-MASTER
           IF WS-TAXA-STATUS = "35"
              DISPLAY "TAXA-MASTER NAO ENCONTRADO - "
                 "USANDO TAXAS PADRAO NAS VENDAS SEM COTACAO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ TAXA-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-TAXA-COUNT < 200
                       ADD 1 TO WS-TAXA-COUNT
                       MOVE TX-DATA-VIGENCIA
                          TO WS-TAB-DATA-VIG(WS-TAXA-COUNT)
                       MOVE TX-TAXA-1 TO WS-TAB-TAXA-1(WS-TAXA-COUNT)
                       MOVE TX-TAXA-2 TO WS-TAB-TAXA-2(WS-TAXA-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAXA-MASTER.

      *    Cotacao de frota repete COT-NUMERO por linha de veiculo:
      *    a nota casa pela cotacao E pelo veiculo, e as taxas da
      *    linha sao por unidade (uma nota por unidade vendida).
       BUSCA-TAXAS-COTACAO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ COTACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF COT-VENDIDA
                       PERFORM MARCA-TAXAS-COTACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO.

       MARCA-TAXAS-COTACAO.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MES-COUNT
              IF WS-MS-COT(WS-I) = COT-NUMERO
                    AND WS-MS-COT(WS-I) > 0
                    AND WS-MS-VEIC(WS-I) = COT-VEIC-ID
                 MOVE "C" TO WS-MS-ORIGEM(WS-I)
                 MOVE COT-VLR-TAXA-1 TO WS-MS-VLR-TAXA-1(WS-I)
                 MOVE COT-VLR-TAXA-2 TO WS-MS-VLR-TAXA-2(WS-I)
              END-IF
           END-PERFORM.

       BUSCA-FILIAL-VENDAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM MARCA-FILIAL-NOTA
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
                       PERFORM MARCA-FILIAL-NOTA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       MARCA-FILIAL-NOTA.
           IF VD-NF-NUMERO NOT NUMERIC OR VD-FILIAL = SPACES
              EXIT PARAGRAPH
           END-IF
           SET WS-MES-IDX TO 1
           SEARCH WS-MES-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MS-NUMERO(WS-MES-IDX) = VD-NF-NUMERO
                 MOVE VD-FILIAL TO WS-MS-FILIAL(WS-MES-IDX)
           END-SEARCH.

      *    Venda sem cotacao: o valor da nota ja traz as taxas, entao
      *    o liquido sai por divisao e a taxa 2 por diferenca para que
      *    liquido + taxas feche no centavo com o valor da nota.
       CALCULA-TAXAS-NOTA.
           MOVE 0.28 TO WS-TAXA-1
           MOVE 0.45 TO WS-TAXA-2
           MOVE 0 TO WS-MELHOR-DATA-VIGENCIA
           PERFORM VARYING WS-TAXA-IDX FROM 1 BY 1
                 UNTIL WS-TAXA-IDX > WS-TAXA-COUNT
              IF WS-TAB-DATA-VIG(WS-TAXA-IDX) <= WS-MS-DATA(WS-MES-IDX)
                    AND WS-TAB-DATA-VIG(WS-TAXA-IDX)
                       > WS-MELHOR-DATA-VIGENCIA
                 MOVE WS-TAB-DATA-VIG(WS-TAXA-IDX)
                    TO WS-MELHOR-DATA-VIGENCIA
                 MOVE WS-TAB-TAXA-1(WS-TAXA-IDX) TO WS-TAXA-1
                 MOVE WS-TAB-TAXA-2(WS-TAXA-IDX) TO WS-TAXA-2
              END-IF
           END-PERFORM
           COMPUTE WS-VALOR-LIQUIDO ROUNDED =
              WS-MS-VALOR(WS-MES-IDX) / (1 + WS-TAXA-1 + WS-TAXA-2)
           COMPUTE WS-MS-VLR-TAXA-1(WS-MES-IDX) ROUNDED =
              WS-VALOR-LIQUIDO * WS-TAXA-1
           COMPUTE WS-MS-VLR-TAXA-2(WS-MES-IDX) =
              WS-MS-VALOR(WS-MES-IDX) - WS-VALOR-LIQUIDO
              - WS-MS-VLR-TAXA-1(WS-MES-IDX).

       GERA-EXPORTACAO.
           MOVE 0 TO WS-QTD-REGISTROS
           MOVE 0 TO WS-QTD-EMITIDAS
           MOVE 0 TO WS-QTD-CANCEL
           MOVE 0 TO WS-TOT-VALOR
           MOVE 0 TO WS-TOT-TAXA-1
           MOVE 0 TO WS-TOT-TAXA-2
           MOVE 0 TO WS-FIL-COUNT
           OPEN OUTPUT NOTA-EXPORTA
           MOVE SPACES TO NE-HEADER-REC
           MOVE "0" TO NE-H-TIPO
           MOVE WS-COMPETENCIA TO NE-H-COMPETENCIA
           MOVE WS-HOJE TO NE-H-DATA-GERACAO
           MOVE "NOTAS FISCAIS DE SAIDA" TO NE-H-DESCRICAO
           WRITE NE-HEADER-REC
           ADD 1 TO WS-QTD-REGISTROS
           OPEN INPUT NOTA-FISCAL
           MOVE "N" TO WS-EOF-ARQ
           PERFORM UNTIL EOF-ARQ
              READ NOTA-FISCAL
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF NF-DATA(1:6) = WS-COMPETENCIA
                       PERFORM GRAVA-DETALHE-NOTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTA-FISCAL
           MOVE SPACES TO NE-TRAILER-REC
           MOVE "9" TO NE-T-TIPO
           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-REGISTROS TO NE-T-QTD-REGISTROS
           MOVE WS-QTD-EMITIDAS  TO NE-T-QTD-EMITIDAS
           MOVE WS-QTD-CANCEL    TO NE-T-QTD-CANCELADAS
           MOVE WS-TOT-VALOR     TO NE-T-VALOR
           MOVE WS-TOT-TAXA-1    TO NE-T-VLR-TAXA-1
           MOVE WS-TOT-TAXA-2    TO NE-T-VLR-TAXA-2
           WRITE NE-TRAILER-REC
           CLOSE NOTA-EXPORTA.

      *    Nota cancelada vai ao fisco com o valor original e
      *    situacao C, sem taxa - nao entra nos totais de saida.
       GRAVA-DETALHE-NOTA.
           SET WS-MES-IDX TO 1
           SEARCH WS-MES-ENTRY
              AT END
                 EXIT PARAGRAPH
              WHEN WS-MS-NUMERO(WS-MES-IDX) = NF-NUMERO
                 CONTINUE
           END-SEARCH
           MOVE SPACES TO NE-DETALHE-REC
           MOVE "1"               TO NE-D-TIPO
           MOVE NF-NUMERO         TO NE-D-NUMERO
           MOVE NF-DATA           TO NE-D-DATA
           MOVE NF-CLI-DOC-TIPO   TO NE-D-DOC-TIPO
           MOVE NF-CLI-DOC-NUMERO TO NE-D-DOC-NUMERO
           MOVE NF-CLIENTE        TO NE-D-CLIENTE
           MOVE WS-MS-FILIAL(WS-MES-IDX) TO NE-D-FILIAL
           MOVE NF-VALOR          TO NE-D-VALOR
           PERFORM LOCALIZA-FILIAL
           IF NF-CANCELADA
              MOVE "C" TO NE-D-SITUACAO
              MOVE 0 TO NE-D-VLR-TAXA-1
              MOVE 0 TO NE-D-VLR-TAXA-2
              ADD 1 TO WS-QTD-CANCEL
              IF ACHOU
                 ADD 1 TO WS-FL-QTD-CANC(WS-FIL-IDX)
              END-IF
           ELSE
              MOVE "E" TO NE-D-SITUACAO
              MOVE WS-MS-VLR-TAXA-1(WS-MES-IDX) TO NE-D-VLR-TAXA-1
              MOVE WS-MS-VLR-TAXA-2(WS-MES-IDX) TO NE-D-VLR-TAXA-2
              ADD 1 TO WS-QTD-EMITIDAS
              ADD NF-VALOR TO WS-TOT-VALOR
              ADD NE-D-VLR-TAXA-1 TO WS-TOT-TAXA-1
              ADD NE-D-VLR-TAXA-2 TO WS-TOT-TAXA-2
              IF ACHOU
                 ADD 1 TO WS-FL-QTD-EMIT(WS-FIL-IDX)
                 ADD NF-VALOR TO WS-FL-VALOR(WS-FIL-IDX)
                 ADD NE-D-VLR-TAXA-1 TO WS-FL-TAXA-1(WS-FIL-IDX)
                 ADD NE-D-VLR-TAXA-2 TO WS-FL-TAXA-2(WS-FIL-IDX)
              END-IF
           END-IF
           WRITE NE-DETALHE-REC
           ADD 1 TO WS-QTD-REGISTROS.

       LOCALIZA-FILIAL.
           MOVE "N" TO WS-ACHOU
           IF WS-FIL-COUNT > 0
              SET WS-FIL-IDX TO 1
              SEARCH WS-FIL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-FL-CODIGO(WS-FIL-IDX) = NE-D-FILIAL
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF ACHOU
              EXIT PARAGRAPH
           END-IF
           IF WS-FIL-COUNT >= 50
              MOVE "Y" TO WS-FIL-ESTOURO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIL-COUNT
           SET WS-FIL-IDX TO WS-FIL-COUNT
           MOVE NE-D-FILIAL TO WS-FL-CODIGO(WS-FIL-IDX)
           MOVE 0 TO WS-FL-QTD-EMIT(WS-FIL-IDX)
           MOVE 0 TO WS-FL-QTD-CANC(WS-FIL-IDX)
           MOVE 0 TO WS-FL-VALOR(WS-FIL-IDX)
           MOVE 0 TO WS-FL-TAXA-1(WS-FIL-IDX)
           MOVE 0 TO WS-FL-TAXA-2(WS-FIL-IDX)
           MOVE "Y" TO WS-ACHOU.

       GERA-APURACAO.
           OPEN OUTPUT NOTA-APURACAO
           MOVE SPACES TO NOTA-APURACAO-REC
           STRING "===== APURACAO DAS TAXAS DE SAIDA - "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO NOTA-APURACAO-REC
           END-STRING
           WRITE NOTA-APURACAO-REC
           WRITE NOTA-APURACAO-REC FROM WS-APU-CABEC
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                 UNTIL WS-FIL-IDX > WS-FIL-COUNT
              MOVE WS-FL-CODIGO(WS-FIL-IDX)   TO WS-AP-FILIAL
              MOVE WS-FL-QTD-EMIT(WS-FIL-IDX) TO WS-AP-QTD-EMIT
              MOVE WS-FL-QTD-CANC(WS-FIL-IDX) TO WS-AP-QTD-CANC
              MOVE WS-FL-VALOR(WS-FIL-IDX)    TO WS-AP-VALOR
              MOVE WS-FL-TAXA-1(WS-FIL-IDX)   TO WS-AP-TAXA-1
              MOVE WS-FL-TAXA-2(WS-FIL-IDX)   TO WS-AP-TAXA-2
              COMPUTE WS-APU-TOTAL = WS-FL-TAXA-1(WS-FIL-IDX)
                 + WS-FL-TAXA-2(WS-FIL-IDX)
              MOVE WS-APU-TOTAL TO WS-AP-TOTAL
              WRITE NOTA-APURACAO-REC FROM WS-APU-LINHA
           END-PERFORM
           MOVE "TOT"           TO WS-AP-FILIAL
           MOVE WS-QTD-EMITIDAS TO WS-AP-QTD-EMIT
           MOVE WS-QTD-CANCEL   TO WS-AP-QTD-CANC
           MOVE WS-TOT-VALOR    TO WS-AP-VALOR
           MOVE WS-TOT-TAXA-1   TO WS-AP-TAXA-1
           MOVE WS-TOT-TAXA-2   TO WS-AP-TAXA-2
           COMPUTE WS-APU-TOTAL = WS-TOT-TAXA-1 + WS-TOT-TAXA-2
           MOVE WS-APU-TOTAL TO WS-AP-TOTAL
           WRITE NOTA-APURACAO-REC FROM WS-APU-LINHA
           CLOSE NOTA-APURACAO.

       COPY "DATANEGP.cpy".
