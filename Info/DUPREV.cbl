      *       reaparece na varredura;
      *   (P) pular    - decide outro dia;
      *   (F) encerrar a revisao.
      * A inativacao regrava so o registro fundido (leitura por
      * chave e REWRITE no indexado), sob a trava PESSOA.LCK.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-AUDIT ASSIGN TO "PESSOAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  PESSOA-AUDIT
           RECORD CONTAINS 209 CHARACTERS.
       01  PESSOA-AUDIT-LINE     PIC X(209).
       WORKING-STORAGE SECTION.
       COPY "PESSAUD.cpy".
       COPY "TRAVA.cpy".
       77  WS-WORK-STATUS   PIC XX VALUE SPACES.
       77  WS-DIST-STATUS   PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-EOF-WORK      PIC X VALUE "N".
           88 EOF-WORK             VALUE "Y".
       77  WS-RESPOSTA      PIC X.
           MOVE 0 TO RETURN-CODE
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-AUD-OPERADOR
           MOVE "N" TO WS-EOF-WORK
           OPEN INPUT DUP-WORKLIST
           IF WS-WORK-STATUS = "35"
              DISPLAY "FUSAO CANCELADA - PESSOA.DAT EM USO"
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              PERFORM LIBERA-TRAVA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-FUNDIR TO PES-REG-NUM
           READ PESSOA-MASTER KEY IS PES-REG-NUM
              INVALID KEY
                 DISPLAY "REGISTRO " WS-REG-FUNDIR
                    " NAO ENCONTRADO - NADA FUNDIDO"
              NOT INVALID KEY
                 IF PES-ATIVO
                    MOVE PESSOA-MASTER-REC TO WS-AUD-ANTES
                    SET PES-INATIVO TO TRUE
                    REWRITE PESSOA-MASTER-REC
                    MOVE "FUSAO" TO WS-AUD-ACAO
                    MOVE PESSOA-MASTER-REC TO WS-AUD-DEPOIS
                    PERFORM GRAVA-PESSOA-AUDIT
                    ADD 1 TO WS-QTD-FUNDIDOS
                    DISPLAY "REGISTRO " WS-REG-FUNDIR " INATIVADO - "
                       "HISTORIA PRESERVADA NA AUDITORIA"
                 ELSE
                    DISPLAY "REGISTRO " WS-REG-FUNDIR
                       " JA ESTAVA INATIVO"
                 END-IF
           END-READ
           CLOSE PESSOA-MASTER
           PERFORM LIBERA-TRAVA.

       COPY "PESSAUDP.cpy".

       COPY "TRAVAP.cpy".
