       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Deteccao de provaveis clientes duplicados em CUSTMAST.DAT - o
      * mesmo comprador cadastrado duas vezes no balcao divide o
      * historico de compras (CLIHIST) e a restricao de credito
      * (RESTRICAO.DAT) entre dois ids. O lote compara os pares de
      * clientes ativos pelo nome normalizado (sem espacos, em
      * maiusculas) e pela data de nascimento e pontua:
      *   100 - nome normalizado e nascimento identicos;
      *    80 - nascimento igual e os 10 primeiros caracteres iguais;
      *    70 - nome normalizado identico, nascimento diferente ou
      *         em branco (erro de digitacao da data);
      *    60 - nascimento igual e os 5 primeiros caracteres iguais.
      * Pares com 60 ou mais saem na lista de trabalho CUSTDUP.DAT em
      * ordem decrescente de pontuacao, pulando os pares ja marcados
      * como distintos em CUSTDIST.DAT pela revisao (CUSTFUS).
      * Roda sem perguntas - chamada "B" pela fila de jobs ou pela
      * cadeia noturna, "I" pelo operador.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CLI-DISTINTOS ASSIGN TO "CUSTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT CLI-WORKLIST ASSIGN TO "CUSTDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  CLI-DISTINTOS
           RECORD CONTAINS 12 CHARACTERS.
       01  CLI-DISTINTOS-REC.
           05  CD-ID-1           PIC X(6).
           05  CD-ID-2           PIC X(6).

       FD  CLI-WORKLIST
           RECORD CONTAINS 91 CHARACTERS.
       01  CLI-WORKLIST-REC.
           05  CW-PONTOS         PIC 9(3).
           05  CW-ID-1           PIC X(6).
           05  CW-ID-2           PIC X(6).
           05  CW-NOME-1         PIC X(30).
           05  CW-NOME-2         PIC X(30).
           05  CW-NASC-1         PIC X(8).
           05  CW-NASC-2         PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-DIST-STATUS   PIC XX VALUE SPACES.
       77  WS-WORK-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-CLI-COUNT     PIC 9(4) VALUE 0.
       77  WS-CLI-ESTOURO   PIC X VALUE "N".
           88 CLIENTES-ESTOURARAM  VALUE "Y".
       01  WS-CLI-TABELA.
           05  WS-CLI-ENTRY OCCURS 2000 TIMES.
               10  WS-CS-ID        PIC X(6).
               10  WS-CS-NOME      PIC X(30).
               10  WS-CS-NORM      PIC X(30).
               10  WS-CS-NASC      PIC X(8).
               10  WS-CS-NASC-OK   PIC X.
       77  WS-DIST-COUNT    PIC 9(3) VALUE 0.
       01  WS-DIST-TABELA.
           05  WS-DIST-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-DIST-COUNT
                              INDEXED BY WS-DIST-IDX.
               10  WS-DT-ID-1      PIC X(6).
               10  WS-DT-ID-2      PIC X(6).
       77  WS-PAR-DISTINTO  PIC X VALUE "N".
           88 PAR-DISTINTO         VALUE "Y".
       77  WS-NASC-IGUAL    PIC X VALUE "N".
           88 NASC-IGUAL           VALUE "Y".
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-POS           PIC 9(3).
       77  WS-NORM-POS      PIC 9(3).
       01  WS-NOME-ORIGEM   PIC X(30).
       01  WS-NOME-NORM     PIC X(30).
       77  WS-PONTOS        PIC 9(3) VALUE 0.
       77  WS-HIT-COUNT     PIC 9(4) VALUE 0.
       01  WS-HIT-TABELA.
           05  WS-HIT-ENTRY OCCURS 500 TIMES.
               10  WS-HT-PONTOS    PIC 9(3).
               10  WS-HT-ID-1      PIC X(6).
               10  WS-HT-ID-2      PIC X(6).
               10  WS-HT-NOME-1    PIC X(30).
               10  WS-HT-NOME-2    PIC X(30).
               10  WS-HT-NASC-1    PIC X(8).
               10  WS-HT-NASC-2    PIC X(8).
       01  WS-HIT-TROCA     PIC X(91).
       77  WS-K             PIC 9(4).
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-CLIENTES
           IF CLIENTES-ESTOURARAM
              DISPLAY "CUSTMAST.DAT MAIOR QUE A TABELA DE 2000 - "
                 "COMPARANDO SO OS 2000 PRIMEIROS"
           END-IF
           IF WS-CLI-COUNT < 2
              DISPLAY "MENOS DE DOIS CLIENTES ATIVOS - NADA A "
                 "COMPARAR"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-DISTINTOS
           PERFORM COMPARA-PARES
           PERFORM ORDENA-POR-PONTOS
           PERFORM GRAVA-WORKLIST
           DISPLAY "VARREDURA DE CLIENTES DUPLICADOS: " WS-HIT-COUNT
              " PAR(ES) PROVAVEL(EIS) EM CUSTDUP.DAT - "
              "REVISE NO CUSTFUS"
           GOBACK.

      *    So entram os clientes ativos: falecido e arquivado (o
      *    registro ja fundido em outro) nao voltam para a lista.
       CARREGA-CLIENTES.
           MOVE 0 TO WS-CLI-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTMAST.DAT NAO ENCONTRADO"
           ELSE
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
              CLOSE CUSTOMER-MASTER
           END-IF.

      *    Nascimento so conta quando e uma data de verdade - dois
      *    cadastros antigos com a data em branco nao sao "iguais".
       GUARDA-CLIENTE.
           MOVE CM-CUSTOMER-ID   TO WS-CS-ID(WS-CLI-COUNT)
           MOVE CM-CUSTOMER-NAME TO WS-CS-NOME(WS-CLI-COUNT)
           MOVE FUNCTION UPPER-CASE(CM-CUSTOMER-NAME)
              TO WS-NOME-ORIGEM
           PERFORM NORMALIZA-NOME
           MOVE WS-NOME-NORM TO WS-CS-NORM(WS-CLI-COUNT)
           MOVE CUSTOMER-MASTER-REC(37:8) TO WS-CS-NASC(WS-CLI-COUNT)
           MOVE "N" TO WS-CS-NASC-OK(WS-CLI-COUNT)
           IF CM-BIRTH-YEAR IS NUMERIC
                 AND CM-BIRTH-MONTH IS NUMERIC
                 AND CM-BIRTH-DAY IS NUMERIC
              IF CM-BIRTH-YEAR > 0
                 MOVE "Y" TO WS-CS-NASC-OK(WS-CLI-COUNT)
              END-IF
           END-IF.

      *    Normalizacao: os espacos somem e o nome encosta a
      *    esquerda - "ANA MARIA" e "ANAMARIA" viram a mesma coisa.
       NORMALIZA-NOME.
           MOVE SPACES TO WS-NOME-NORM
           MOVE 0 TO WS-NORM-POS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 30
              IF WS-NOME-ORIGEM(WS-POS:1) NOT = SPACE
                 ADD 1 TO WS-NORM-POS
                 MOVE WS-NOME-ORIGEM(WS-POS:1)
                    TO WS-NOME-NORM(WS-NORM-POS:1)
              END-IF
           END-PERFORM.

       CARREGA-DISTINTOS.
           MOVE 0 TO WS-DIST-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CLI-DISTINTOS
           IF WS-DIST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ CLI-DISTINTOS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-DIST-COUNT < 500
                          ADD 1 TO WS-DIST-COUNT
                          MOVE CD-ID-1
                             TO WS-DT-ID-1(WS-DIST-COUNT)
                          MOVE CD-ID-2
                             TO WS-DT-ID-2(WS-DIST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLI-DISTINTOS
           END-IF.

       COMPARA-PARES.
           MOVE 0 TO WS-HIT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I >= WS-CLI-COUNT
              COMPUTE WS-K = WS-I + 1
              PERFORM VARYING WS-J FROM WS-K BY 1
                    UNTIL WS-J > WS-CLI-COUNT
                 PERFORM PONTUA-UM-PAR
              END-PERFORM
           END-PERFORM.

       PONTUA-UM-PAR.
           MOVE 0 TO WS-PONTOS
           MOVE "N" TO WS-NASC-IGUAL
           IF WS-CS-NASC-OK(WS-I) = "Y"
                 AND WS-CS-NASC-OK(WS-J) = "Y"
                 AND WS-CS-NASC(WS-I) = WS-CS-NASC(WS-J)
              MOVE "Y" TO WS-NASC-IGUAL
           END-IF
           IF WS-CS-NORM(WS-I) = WS-CS-NORM(WS-J)
              IF NASC-IGUAL
                 MOVE 100 TO WS-PONTOS
              ELSE
                 MOVE 70 TO WS-PONTOS
              END-IF
           ELSE
              IF NASC-IGUAL
                 IF WS-CS-NORM(WS-I)(1:10)
                       = WS-CS-NORM(WS-J)(1:10)
                    MOVE 80 TO WS-PONTOS
                 ELSE
                    IF WS-CS-NORM(WS-I)(1:5)
                          = WS-CS-NORM(WS-J)(1:5)
                       MOVE 60 TO WS-PONTOS
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-PONTOS < 60
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-PAR-DISTINTO
           IF PAR-DISTINTO
              EXIT PARAGRAPH
           END-IF
           IF WS-HIT-COUNT < 500
              ADD 1 TO WS-HIT-COUNT
              MOVE WS-PONTOS        TO WS-HT-PONTOS(WS-HIT-COUNT)
              MOVE WS-CS-ID(WS-I)   TO WS-HT-ID-1(WS-HIT-COUNT)
              MOVE WS-CS-ID(WS-J)   TO WS-HT-ID-2(WS-HIT-COUNT)
              MOVE WS-CS-NOME(WS-I) TO WS-HT-NOME-1(WS-HIT-COUNT)
              MOVE WS-CS-NOME(WS-J) TO WS-HT-NOME-2(WS-HIT-COUNT)
              MOVE WS-CS-NASC(WS-I) TO WS-HT-NASC-1(WS-HIT-COUNT)
              MOVE WS-CS-NASC(WS-J) TO WS-HT-NASC-2(WS-HIT-COUNT)
           END-IF.

       VERIFICA-PAR-DISTINTO.
           MOVE "N" TO WS-PAR-DISTINTO
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-DIST-COUNT
              IF (WS-DT-ID-1(WS-K) = WS-CS-ID(WS-I)
                    AND WS-DT-ID-2(WS-K) = WS-CS-ID(WS-J))
                    OR (WS-DT-ID-1(WS-K) = WS-CS-ID(WS-J)
                    AND WS-DT-ID-2(WS-K) = WS-CS-ID(WS-I))
                 MOVE "Y" TO WS-PAR-DISTINTO
              END-IF
           END-PERFORM.

       ORDENA-POR-PONTOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I >= WS-HIT-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-HIT-COUNT - WS-I
                 IF WS-HT-PONTOS(WS-J) < WS-HT-PONTOS(WS-J + 1)
                    MOVE WS-HIT-ENTRY(WS-J)     TO WS-HIT-TROCA
                    MOVE WS-HIT-ENTRY(WS-J + 1)
                       TO WS-HIT-ENTRY(WS-J)
                    MOVE WS-HIT-TROCA TO WS-HIT-ENTRY(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       GRAVA-WORKLIST.
           OPEN OUTPUT CLI-WORKLIST
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-HIT-COUNT
              MOVE WS-HT-PONTOS(WS-I) TO CW-PONTOS
              MOVE WS-HT-ID-1(WS-I)   TO CW-ID-1
              MOVE WS-HT-ID-2(WS-I)   TO CW-ID-2
              MOVE WS-HT-NOME-1(WS-I) TO CW-NOME-1
              MOVE WS-HT-NOME-2(WS-I) TO CW-NOME-2
              MOVE WS-HT-NASC-1(WS-I) TO CW-NASC-1
              MOVE WS-HT-NASC-2(WS-I) TO CW-NASC-2
              WRITE CLI-WORKLIST-REC
           END-PERFORM
           CLOSE CLI-WORKLIST.
