       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * FGTS dos vendedores a partir dos depositos gravados pelo
      * FOLHACON na liberacao de cada rodada (FGTS.DAT - 8% do bruto
      * confirmado, em qualquer tipo de folha).
      * Menu: guia mensal de recolhimento (FGTSGUIA.DAT - relacao dos
      * vendedores da competencia com base, deposito e totais) e
      * extrato anual de um vendedor (FGTSEXT.DAT - base e deposito
      * mes a mes no ano). O lancamento contabil (despesa x FGTS a
      * recolher) sai pelo CONTABIL com a folha confirmada.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT FGTS-DEPOSITO ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS-STATUS.
           SELECT FGTS-GUIA ASSIGN TO "FGTSGUIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUIA-STATUS.
           SELECT FGTS-EXTRATO ASSIGN TO "FGTSEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  FGTS-DEPOSITO
           RECORD CONTAINS 43 CHARACTERS.
       COPY "FGTSREC.cpy".

       FD  FGTS-GUIA
           RECORD CONTAINS 80 CHARACTERS.
       01  FGTS-GUIA-REC            PIC X(80).

       FD  FGTS-EXTRATO
           RECORD CONTAINS 80 CHARACTERS.
       01  FGTS-EXTRATO-REC         PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-FGTS-STATUS   PIC XX VALUE SPACES.
       77  WS-GUIA-STATUS   PIC XX VALUE SPACES.
       77  WS-EXT-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-VEND-COUNT    PIC 9(3) VALUE 0.
       77  WS-VEND-ESTOURO  PIC X VALUE "N".
           88 VEND-ESTOUROU        VALUE "Y".
       01  WS-VEND-TABELA.
           05  WS-VEND-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-VEND-COUNT
                              INDEXED BY WS-VEND-IDX.
               10  WS-VD-ID        PIC X(6).
               10  WS-VD-NOME      PIC X(30).
      *    Guia: um acumulador por vendedor com deposito na
      *    competencia (inclusive desligados - deposito da rescisao).
       77  WS-GUIA-COUNT    PIC 9(3) VALUE 0.
       77  WS-GUIA-ESTOURO  PIC X VALUE "N".
           88 GUIA-ESTOUROU        VALUE "Y".
       01  WS-GUIA-TABELA.
           05  WS-GUIA-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-GUIA-COUNT
                              INDEXED BY WS-GUIA-IDX.
               10  WS-GU-ID        PIC X(6).
               10  WS-GU-BASE      PIC 9(9)V99.
               10  WS-GU-VALOR     PIC 9(9)V99.
      *    Extrato: base e deposito de cada mes do ano.
       01  WS-EXT-TABELA.
           05  WS-EXT-MES OCCURS 12 TIMES.
               10  WS-EX-BASE      PIC 9(9)V99.
               10  WS-EX-VALOR     PIC 9(9)V99.
       77  WS-MES-I         PIC 99.
       01  WS-COMPETENCIA   PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO      PIC 9(4).
           05  WS-COMP-MES      PIC 9(2).
       77  WS-BUSCA-ID      PIC X(6).
       77  WS-BUSCA-NOME    PIC X(30).
       77  WS-ACHOU-VEND    PIC X VALUE "N".
           88 ACHOU-VEND           VALUE "Y".
       77  WS-QTD-DEPOSITOS PIC 9(5) VALUE 0.
       77  WS-TOTAL-BASE    PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-VALOR   PIC 9(9)V99 VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-GUIA-LINHA.
           05  WS-GL-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GL-NOME       PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GL-BASE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-GL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXT-LINHA.
           05  WS-XL-ANO        PIC 9(4).
           05  FILLER           PIC X VALUE "/".
           05  WS-XL-MES        PIC 99.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-XL-BASE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-XL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           PERFORM CARREGA-VENDEDORES
           IF VEND-ESTOUROU
              DISPLAY "VENDMAST.DAT MAIOR QUE A TABELA - NOMES DOS "
                 "ULTIMOS VENDEDORES EM BRANCO"
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== FGTS DOS VENDEDORES ====="
              DISPLAY "(1) GUIA MENSAL DE RECOLHIMENTO"
              DISPLAY "(2) EXTRATO ANUAL DO VENDEDOR"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM GERA-GUIA
                 WHEN 2 PERFORM GERA-EXTRATO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *    So para o nome na guia e no extrato - o deposito vale
      *    mesmo sem o vendedor no cadastro.
       CARREGA-VENDEDORES.
           MOVE 0 TO WS-VEND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDMAST.DAT NAO ENCONTRADO - SEM NOMES"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VENDEDOR-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-VEND-COUNT < 200
                       ADD 1 TO WS-VEND-COUNT
                       MOVE VM-VENDEDOR-ID
                          TO WS-VD-ID(WS-VEND-COUNT)
                       MOVE VM-VENDEDOR-NOME
                          TO WS-VD-NOME(WS-VEND-COUNT)
                    ELSE
                       MOVE "Y" TO WS-VEND-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER.

       BUSCA-NOME.
           MOVE SPACES TO WS-BUSCA-NOME
           MOVE "N" TO WS-ACHOU-VEND
           IF WS-VEND-COUNT > 0
              SET WS-VEND-IDX TO 1
              SEARCH WS-VEND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VD-ID(WS-VEND-IDX) = WS-BUSCA-ID
                    MOVE "Y" TO WS-ACHOU-VEND
                    MOVE WS-VD-NOME(WS-VEND-IDX) TO WS-BUSCA-NOME
              END-SEARCH
           END-IF.

      *    Ano da competencia (nao pode passar da data de negocio).
       OBTEM-ANO.
           MOVE 2000 TO WS-NUM-MIN
           MOVE 2099 TO WS-NUM-MAX
           MOVE "ANO (AAAA): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-COMP-ANO.

       GERA-GUIA.
           PERFORM OBTEM-ANO
           MOVE 1 TO WS-NUM-MIN
           MOVE 12 TO WS-NUM-MAX
           MOVE "MES DA COMPETENCIA (1-12): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-COMP-MES
           IF WS-COMPETENCIA > WS-DATA-NEGOCIO(1:6)
              DISPLAY "COMPETENCIA POSTERIOR A DATA DE NEGOCIO "
                 WS-DATA-NEGOCIO " - GUIA NAO GERADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM ACUMULA-GUIA
           IF WS-FGTS-STATUS = "35"
              DISPLAY "FGTS.DAT NAO ENCONTRADO - NENHUMA FOLHA "
                 "LIBERADA COM FGTS"
              EXIT PARAGRAPH
           END-IF
           IF GUIA-ESTOUROU
              DISPLAY "MAIS DE 200 VENDEDORES NA COMPETENCIA - GUIA "
                 "RECUSADA PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-GUIA
           DISPLAY "GUIA DO FGTS " WS-COMP-MES "/" WS-COMP-ANO ": "
              WS-GUIA-COUNT " VENDEDOR(ES) - VER FGTSGUIA.DAT"
           MOVE WS-TOTAL-VALOR TO WS-TOT-ED
           DISPLAY "TOTAL A RECOLHER: " WS-TOT-ED.

       ACUMULA-GUIA.
           MOVE 0 TO WS-GUIA-COUNT
           MOVE "N" TO WS-GUIA-ESTOURO
           MOVE 0 TO WS-QTD-DEPOSITOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FGTS-DEPOSITO
           IF WS-FGTS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FGTS-DEPOSITO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF FG-COMPETENCIA = WS-COMPETENCIA
                       PERFORM SOMA-DEPOSITO-GUIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FGTS-DEPOSITO.

       SOMA-DEPOSITO-GUIA.
           ADD 1 TO WS-QTD-DEPOSITOS
           IF WS-GUIA-COUNT > 0
              SET WS-GUIA-IDX TO 1
              SEARCH WS-GUIA-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-GU-ID(WS-GUIA-IDX) = FG-VENDEDOR-ID
                    ADD FG-BASE  TO WS-GU-BASE(WS-GUIA-IDX)
                    ADD FG-VALOR TO WS-GU-VALOR(WS-GUIA-IDX)
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF WS-GUIA-COUNT < 200
              ADD 1 TO WS-GUIA-COUNT
              MOVE FG-VENDEDOR-ID TO WS-GU-ID(WS-GUIA-COUNT)
              MOVE FG-BASE  TO WS-GU-BASE(WS-GUIA-COUNT)
              MOVE FG-VALOR TO WS-GU-VALOR(WS-GUIA-COUNT)
           ELSE
              MOVE "Y" TO WS-GUIA-ESTOURO
           END-IF.

       GRAVA-GUIA.
           MOVE 0 TO WS-TOTAL-BASE
           MOVE 0 TO WS-TOTAL-VALOR
           OPEN OUTPUT FGTS-GUIA
           MOVE SPACES TO FGTS-GUIA-REC
           STRING "===== GUIA DE RECOLHIMENTO DO FGTS - COMPETENCIA "
              WS-COMP-MES "/" WS-COMP-ANO " ====="
              DELIMITED BY SIZE INTO FGTS-GUIA-REC
           WRITE FGTS-GUIA-REC
           MOVE SPACES TO FGTS-GUIA-REC
           STRING "VEND.  NOME                                     "
              "BASE       DEPOSITO"
              DELIMITED BY SIZE INTO FGTS-GUIA-REC
           WRITE FGTS-GUIA-REC
           PERFORM VARYING WS-GUIA-IDX FROM 1 BY 1
                 UNTIL WS-GUIA-IDX > WS-GUIA-COUNT
              MOVE WS-GU-ID(WS-GUIA-IDX) TO WS-BUSCA-ID
              PERFORM BUSCA-NOME
              MOVE WS-GU-ID(WS-GUIA-IDX)    TO WS-GL-ID
              MOVE WS-BUSCA-NOME            TO WS-GL-NOME
              MOVE WS-GU-BASE(WS-GUIA-IDX)  TO WS-GL-BASE
              MOVE WS-GU-VALOR(WS-GUIA-IDX) TO WS-GL-VALOR
              MOVE WS-GUIA-LINHA TO FGTS-GUIA-REC
              WRITE FGTS-GUIA-REC
              ADD WS-GU-BASE(WS-GUIA-IDX)  TO WS-TOTAL-BASE
              ADD WS-GU-VALOR(WS-GUIA-IDX) TO WS-TOTAL-VALOR
           END-PERFORM
           MOVE SPACES TO FGTS-GUIA-REC
           WRITE FGTS-GUIA-REC
           MOVE SPACES TO WS-GL-ID
           MOVE "TOTAL DA GUIA" TO WS-GL-NOME
           MOVE WS-TOTAL-BASE  TO WS-GL-BASE
           MOVE WS-TOTAL-VALOR TO WS-GL-VALOR
           MOVE WS-GUIA-LINHA TO FGTS-GUIA-REC
           WRITE FGTS-GUIA-REC
           MOVE SPACES TO FGTS-GUIA-REC
           STRING "VENDEDORES: " WS-GUIA-COUNT
              "   DEPOSITOS: " WS-QTD-DEPOSITOS
              DELIMITED BY SIZE INTO FGTS-GUIA-REC
           WRITE FGTS-GUIA-REC
           CLOSE FGTS-GUIA.

       GERA-EXTRATO.
           DISPLAY "ID DO VENDEDOR: "
           ACCEPT WS-BUSCA-ID
           PERFORM BUSCA-NOME
           IF NOT ACHOU-VEND
              DISPLAY "VENDEDOR FORA DO VENDMAST.DAT - EXTRATO SO "
                 "PELOS DEPOSITOS"
           END-IF
           PERFORM OBTEM-ANO
           IF WS-COMP-ANO > WS-DATA-NEGOCIO(1:4)
              DISPLAY "ANO POSTERIOR A DATA DE NEGOCIO "
                 WS-DATA-NEGOCIO " - EXTRATO NAO GERADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM ACUMULA-EXTRATO
           IF WS-FGTS-STATUS = "35"
              DISPLAY "FGTS.DAT NAO ENCONTRADO - NENHUMA FOLHA "
                 "LIBERADA COM FGTS"
              EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-EXTRATO
           MOVE WS-TOTAL-VALOR TO WS-TOT-ED
           DISPLAY "EXTRATO " WS-COMP-ANO " DO VENDEDOR " WS-BUSCA-ID
              ": TOTAL DEPOSITADO " WS-TOT-ED " - VER FGTSEXT.DAT".

       ACUMULA-EXTRATO.
           INITIALIZE WS-EXT-TABELA
           MOVE 0 TO WS-QTD-DEPOSITOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FGTS-DEPOSITO
           IF WS-FGTS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FGTS-DEPOSITO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF FG-VENDEDOR-ID = WS-BUSCA-ID
                          AND FG-ANO = WS-COMP-ANO
                          AND FG-MES >= 1 AND FG-MES <= 12
                       ADD 1 TO WS-QTD-DEPOSITOS
                       ADD FG-BASE  TO WS-EX-BASE(FG-MES)
                       ADD FG-VALOR TO WS-EX-VALOR(FG-MES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FGTS-DEPOSITO.

       GRAVA-EXTRATO.
           MOVE 0 TO WS-TOTAL-BASE
           MOVE 0 TO WS-TOTAL-VALOR
           OPEN OUTPUT FGTS-EXTRATO
           MOVE SPACES TO FGTS-EXTRATO-REC
           STRING "===== EXTRATO DO FGTS - " WS-COMP-ANO " ====="
              DELIMITED BY SIZE INTO FGTS-EXTRATO-REC
           WRITE FGTS-EXTRATO-REC
           MOVE SPACES TO FGTS-EXTRATO-REC
           STRING "VENDEDOR " WS-BUSCA-ID " " WS-BUSCA-NOME
              DELIMITED BY SIZE INTO FGTS-EXTRATO-REC
           WRITE FGTS-EXTRATO-REC
           MOVE "MES                 BASE       DEPOSITO"
              TO FGTS-EXTRATO-REC
           WRITE FGTS-EXTRATO-REC
           PERFORM VARYING WS-MES-I FROM 1 BY 1 UNTIL WS-MES-I > 12
              MOVE WS-COMP-ANO            TO WS-XL-ANO
              MOVE WS-MES-I               TO WS-XL-MES
              MOVE WS-EX-BASE(WS-MES-I)   TO WS-XL-BASE
              MOVE WS-EX-VALOR(WS-MES-I)  TO WS-XL-VALOR
              MOVE WS-EXT-LINHA TO FGTS-EXTRATO-REC
              WRITE FGTS-EXTRATO-REC
              ADD WS-EX-BASE(WS-MES-I)  TO WS-TOTAL-BASE
              ADD WS-EX-VALOR(WS-MES-I) TO WS-TOTAL-VALOR
           END-PERFORM
           MOVE SPACES TO FGTS-EXTRATO-REC
           WRITE FGTS-EXTRATO-REC
           MOVE WS-TOTAL-BASE  TO WS-XL-BASE
           MOVE WS-TOTAL-VALOR TO WS-XL-VALOR
           MOVE WS-EXT-LINHA TO FGTS-EXTRATO-REC
           MOVE "TOTAL  " TO FGTS-EXTRATO-REC(1:7)
           WRITE FGTS-EXTRATO-REC
           MOVE SPACES TO FGTS-EXTRATO-REC
           STRING "DEPOSITOS NO ANO: " WS-QTD-DEPOSITOS
              DELIMITED BY SIZE INTO FGTS-EXTRATO-REC
           WRITE FGTS-EXTRATO-REC
           CLOSE FGTS-EXTRATO.

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".
