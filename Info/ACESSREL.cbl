       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSREL.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Relatorio de acesso incomum a dados pessoais: le o registro
      * de consultas PESSLEIT.DAT (gravado por PESS360, NOME,
      * LGPDDOSS, ENDMNT e PESSMNT) e compara, operador a operador,
      * as consultas da data de negocio com a media diaria do mesmo
      * operador nos WS-JANELA-DIAS dias anteriores (contando so os
      * dias em que ele consultou alguem). Sai como INCOMUM quem
      * passou de WS-FATOR-INCOMUM vezes a propria media com pelo
      * menos WS-MINIMO-INCOMUM consultas no dia - ou, sem historico
      * na janela, quem fez WS-MINIMO-NOVATO consultas ou mais.
      * O quadro sai em ACESSREL.DAT; havendo operador marcado, um
      * alerta MEDIO vai ao OPERALRT.DAT para a triagem do PLANTAO.
      * Apenas relata - nao altera nenhum arquivo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
           SELECT ACESSO-REPORT ASSIGN TO "ACESSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE.
           05  PL-DATA           PIC X(8).
           05  FILLER            PIC X(8).
           05  PL-OPERADOR       PIC X(8).
           05  FILLER            PIC X.
           05  PL-PROGRAMA       PIC X(8).
           05  FILLER            PIC X.
           05  PL-REG            PIC X(6).
           05  FILLER            PIC X(2).

       FD  ACESSO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACESSO-REPORT-REC     PIC X(80).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-LEI-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-JANELA-DIAS   PIC 9(3) VALUE 30.
       77  WS-FATOR-INCOMUM PIC 9 VALUE 3.
       77  WS-MINIMO-INCOMUM PIC 9(4) VALUE 20.
       77  WS-MINIMO-NOVATO PIC 9(4) VALUE 50.
       77  WS-HOJE          PIC 9(8).
       77  WS-HOJE-INT      PIC 9(8).
       77  WS-LINHA-DATA    PIC 9(8).
       77  WS-LINHA-INT     PIC 9(8).
       77  WS-DIAS-ATRAS    PIC S9(8).
      *    Consultas por operador: as do dia e as da janela anterior,
      *    com o numero de dias distintos em que houve consulta.
       77  WS-OP-COUNT      PIC 9(3) VALUE 0.
       01  WS-OP-TABELA.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-CODIGO      PIC X(8).
               10  WS-OP-HOJE        PIC 9(6).
               10  WS-OP-JANELA      PIC 9(7).
               10  WS-OP-DIAS        PIC 9(3).
               10  WS-OP-ULT-DIA     PIC 9(8).
       77  WS-OP-I          PIC 9(3).
       77  WS-OP-ACHADO     PIC 9(3).
       77  WS-MEDIA         PIC 9(6)V9.
       77  WS-QTD-INCOMUNS  PIC 9(3) VALUE 0.
       77  WS-QTD-OPER-DIA  PIC 9(3) VALUE 0.
       77  WS-TOTAL-DIA     PIC 9(7) VALUE 0.
       01  WS-REL-LINHA.
           05  WS-RL-OPERADOR    PIC X(12).
           05  WS-RL-HOJE        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-RL-MEDIA       PIC ZZZ,ZZ9.9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-RL-DIAS        PIC ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-RL-SITUACAO    PIC X(25).
           05  FILLER            PIC X(12) VALUE SPACES.
       01  WS-ALERTA-AGORA.
           05  WS-AG-DATA        PIC 9(8).
           05  WS-AG-HORA        PIC 9(6).
           05  FILLER            PIC X(7).
       01  WS-ALERTA-LINHA.
           05  AL-DATA           PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-HORA           PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-SEVERIDADE     PIC X(5).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-PASSO          PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-MENSAGEM       PIC X(26).
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           PERFORM ACUMULA-CONSULTAS
           PERFORM GRAVA-RELATORIO
           IF WS-QTD-INCOMUNS > 0
              PERFORM GRAVA-ALERTA-ACESSO
           END-IF
           DISPLAY "ACESSO A DADOS PESSOAIS EM " WS-HOJE ": "
              WS-TOTAL-DIA " CONSULTA(S) DE " WS-QTD-OPER-DIA
              " OPERADOR(ES), " WS-QTD-INCOMUNS
              " INCOMUM(NS) - VER ACESSREL.DAT"
           GOBACK.

       ACUMULA-CONSULTAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-LEITURA
           IF WS-LEI-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-LEITURA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PL-DATA IS NUMERIC
                       PERFORM CONTA-CONSULTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PESSOA-LEITURA.

       CONTA-CONSULTA.
           MOVE PL-DATA TO WS-LINHA-DATA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LINHA-DATA) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINHA-INT =
              FUNCTION INTEGER-OF-DATE(WS-LINHA-DATA)
           COMPUTE WS-DIAS-ATRAS = WS-HOJE-INT - WS-LINHA-INT
           IF WS-DIAS-ATRAS < 0 OR WS-DIAS-ATRAS > WS-JANELA-DIAS
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-OPERADOR
           IF WS-OP-ACHADO = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-DIAS-ATRAS = 0
              ADD 1 TO WS-OP-HOJE(WS-OP-ACHADO)
           ELSE
              ADD 1 TO WS-OP-JANELA(WS-OP-ACHADO)
              IF WS-LINHA-DATA NOT = WS-OP-ULT-DIA(WS-OP-ACHADO)
                 ADD 1 TO WS-OP-DIAS(WS-OP-ACHADO)
                 MOVE WS-LINHA-DATA TO WS-OP-ULT-DIA(WS-OP-ACHADO)
              END-IF
           END-IF.

       BUSCA-OPERADOR.
           MOVE 0 TO WS-OP-ACHADO
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I > WS-OP-COUNT OR WS-OP-ACHADO > 0
              IF WS-OP-CODIGO(WS-OP-I) = PL-OPERADOR
                 MOVE WS-OP-I TO WS-OP-ACHADO
              END-IF
           END-PERFORM
           IF WS-OP-ACHADO = 0 AND WS-OP-COUNT < 200
              ADD 1 TO WS-OP-COUNT
              MOVE WS-OP-COUNT TO WS-OP-ACHADO
              MOVE PL-OPERADOR TO WS-OP-CODIGO(WS-OP-ACHADO)
              MOVE 0 TO WS-OP-HOJE(WS-OP-ACHADO)
              MOVE 0 TO WS-OP-JANELA(WS-OP-ACHADO)
              MOVE 0 TO WS-OP-DIAS(WS-OP-ACHADO)
              MOVE 0 TO WS-OP-ULT-DIA(WS-OP-ACHADO)
           END-IF.

       GRAVA-RELATORIO.
           OPEN OUTPUT ACESSO-REPORT
           MOVE SPACES TO ACESSO-REPORT-REC
           STRING "===== ACESSO A DADOS PESSOAIS - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ACESSO-REPORT-REC
           END-STRING
           WRITE ACESSO-REPORT-REC
           MOVE SPACES TO ACESSO-REPORT-REC
           STRING "MEDIA DOS " DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " DIAS ANTERIORES - INCOMUM ACIMA DE "
                     DELIMITED BY SIZE
                  WS-FATOR-INCOMUM DELIMITED BY SIZE
                  "X A MEDIA" DELIMITED BY SIZE
                  INTO ACESSO-REPORT-REC
           END-STRING
           WRITE ACESSO-REPORT-REC
           MOVE "OPERADOR    CONSULTAS   MEDIA/DIA   DIAS   SITUACAO"
              TO ACESSO-REPORT-REC
           WRITE ACESSO-REPORT-REC
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I > WS-OP-COUNT
              IF WS-OP-HOJE(WS-OP-I) > 0
                 PERFORM AVALIA-OPERADOR
              END-IF
           END-PERFORM
           IF WS-QTD-OPER-DIA = 0
              MOVE "(NENHUMA CONSULTA A DADOS PESSOAIS NO DIA)"
                 TO ACESSO-REPORT-REC
              WRITE ACESSO-REPORT-REC
           END-IF
           MOVE SPACES TO ACESSO-REPORT-REC
           STRING "OPERADORES COM ACESSO INCOMUM: " DELIMITED BY SIZE
                  WS-QTD-INCOMUNS DELIMITED BY SIZE
                  INTO ACESSO-REPORT-REC
           END-STRING
           WRITE ACESSO-REPORT-REC
           CLOSE ACESSO-REPORT.

       AVALIA-OPERADOR.
           ADD 1 TO WS-QTD-OPER-DIA
           ADD WS-OP-HOJE(WS-OP-I) TO WS-TOTAL-DIA
           MOVE 0 TO WS-MEDIA
           IF WS-OP-DIAS(WS-OP-I) > 0
              COMPUTE WS-MEDIA ROUNDED =
                 WS-OP-JANELA(WS-OP-I) / WS-OP-DIAS(WS-OP-I)
           END-IF
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-OP-CODIGO(WS-OP-I) TO WS-RL-OPERADOR
           IF WS-OP-CODIGO(WS-OP-I) = SPACES
              MOVE "(SEM CODIGO)" TO WS-RL-OPERADOR
           END-IF
           MOVE WS-OP-HOJE(WS-OP-I) TO WS-RL-HOJE
           MOVE WS-MEDIA TO WS-RL-MEDIA
           MOVE WS-OP-DIAS(WS-OP-I) TO WS-RL-DIAS
           EVALUATE TRUE
              WHEN WS-OP-DIAS(WS-OP-I) = 0
                    AND WS-OP-HOJE(WS-OP-I) >= WS-MINIMO-NOVATO
                 MOVE "INCOMUM - SEM HISTORICO" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-INCOMUNS
              WHEN WS-OP-DIAS(WS-OP-I) = 0
                 MOVE "SEM HISTORICO" TO WS-RL-SITUACAO
              WHEN WS-OP-HOJE(WS-OP-I) >= WS-MINIMO-INCOMUM
                    AND WS-OP-HOJE(WS-OP-I)
                        > WS-MEDIA * WS-FATOR-INCOMUM
                 MOVE "INCOMUM" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-INCOMUNS
              WHEN OTHER
                 MOVE "NORMAL" TO WS-RL-SITUACAO
           END-EVALUATE
           WRITE ACESSO-REPORT-REC FROM WS-REL-LINHA.

       GRAVA-ALERTA-ACESSO.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE "MEDIO"    TO AL-SEVERIDADE
           MOVE "ACESSREL" TO AL-PASSO
           MOVE "ACESSO INCOMUM A PESSOAS" TO AL-MENSAGEM
           OPEN EXTEND OPERADOR-ALERTA
           IF WS-ALRT-STATUS = "35"
              CLOSE OPERADOR-ALERTA
              OPEN OUTPUT OPERADOR-ALERTA
           END-IF
           WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           CLOSE OPERADOR-ALERTA.

       COPY "DATANEGP.cpy".
