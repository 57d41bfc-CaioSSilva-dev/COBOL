      * o campo - dali em diante o lote noturno PESSIDAD mantem a
      * idade em dia. As datas derivadas saem listadas em
      * PESSNASC.DAT como APROXIMADAS, para acerto fino no PESSMNT
      * quando o titular informar o dia certo. So os registros
      * migrados sao regravados (REWRITE no proprio indexado), sob
      * a trava PESSOA.LCK.
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
           SELECT MIGRACAO-REPORT ASSIGN TO "PESSNASC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  MIGRACAO-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  MIGRACAO-REPORT-REC   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "TRAVA.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-PES-ANTES     PIC X(87).
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO-NEGOCIO
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE "PESSNASC"   TO WS-TRAVA-DONO
           MOVE "B"          TO WS-TRAVA-MODO

       MIGRA-NASCIMENTOS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO - NADA A MIGRAR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MIGRACAO-REPORT
           MOVE "===== MIGRACAO DE DATAS DE NASCIMENTO ====="
              TO MIGRACAO-REPORT-REC
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    MOVE PESSOA-MASTER-REC TO WS-PES-ANTES
                    PERFORM TRATA-UM-REGISTRO
                    IF PESSOA-MASTER-REC NOT = WS-PES-ANTES
                       REWRITE PESSOA-MASTER-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PESSOA-MASTER
           CLOSE MIGRACAO-REPORT
           DISPLAY "MIGRACAO: " WS-QTD-MIGRADAS " DATA(S) DERIVADA(S)"
              ", " WS-QTD-MANTIDAS " JA PREENCHIDA(S) - VER "
              "PESSNASC.DAT".
       COPY "DATANEGP.cpy".

       COPY "TRAVAP.cpy".
