      * aritmetica de dias do IDADE (bissexto incluido) - o menor de
      * idade deixa de ser menor para sempre no cadastro. Registros
      * sem data de nascimento (ainda nao migrados pelo PESSNASC)
      * ficam como estao. So os registros que mudaram sao
      * regravados (REWRITE no proprio indexado), sob a trava
      * PESSOA.LCK. Roda na fila da cadeia noturna.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).
       COPY "DATECOPY.cpy".
       COPY "RUNLOG.cpy".
       COPY "TRAVA.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-PES-ANTES     PIC X(87).
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
           PERFORM REGISTRA-RUNLOG-INICIO
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE "PESSIDAD"   TO WS-TRAVA-DONO
           MOVE "B"          TO WS-TRAVA-MODO

       REDERIVA-IDADES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    MOVE PESSOA-MASTER-REC TO WS-PES-ANTES
                    PERFORM REDERIVA-UM-REGISTRO
                    IF PESSOA-MASTER-REC NOT = WS-PES-ANTES
                       REWRITE PESSOA-MASTER-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PESSOA-MASTER
           DISPLAY "REDERIVACAO DE IDADES: " WS-QTD-AJUSTADOS
              " AJUSTADA(S), " WS-QTD-SEM-NASC
              " SEM DATA DE NASCIMENTO".
       COPY "RUNLOGP.cpy".

       COPY "TRAVAP.cpy".
