       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-SEQ ASSIGN TO "PESSOASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CEP-TABELA ASSIGN TO "CEPTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEPT-STATUS.
           SELECT CONSENT-HIST ASSIGN TO "CONSENTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
           RECORD CONTAINS 209 CHARACTERS.
       01  PESSOA-AUDIT-LINE     PIC X(209).

       FD  CONSENT-HIST
           RECORD CONTAINS 40 CHARACTERS.
       01  CONSENT-HIST-REC      PIC X(40).

       FD  CADASTRO-REJEITO
           RECORD CONTAINS 194 CHARACTERS.
       01  CADASTRO-REJEITO-REC.
       COPY "DATECOPY.cpy".
       COPY "GENEROTAB.cpy".
       COPY "PESSAUD.cpy".
       COPY "CONSHIST.cpy".
       COPY "CPFVALID.cpy".
       COPY "RUNLOG.cpy".
       COPY "DATANEG.cpy".
       77 WS-END-EMAIL      PIC X(40).
       77 WS-NASC-GRAVA     PIC X(8) VALUE SPACES.
       77 WS-RESP-STATUS    PIC XX VALUE SPACES.
       77 WS-RESP-REG       PIC 9(6) VALUE 0.
       77 WS-RESP-OK        PIC X VALUE "N".
           88 RESPONSAVEL-OK        VALUE "Y".
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RESP-ENTRADA TO WS-RESP-REG
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              MOVE WS-RESP-REG TO PES-REG-NUM
              READ PESSOA-MASTER KEY IS PES-REG-NUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PES-ATIVO AND PES-ADULTO
                       MOVE "Y" TO WS-RESP-OK
                    END-IF
              END-READ
              CLOSE PESSOA-MASTER
           END-IF.

       VALIDA-ID-DUPLICADO.
           MOVE "N" TO WS-ID-DUPLICADO
           MOVE "N" TO WS-EOF-IDS
      *    Pela chave alternada: posiciona no primeiro registro com o
      *    ID digitado e percorre so os que tem esse ID, atras de um
      *    ativo.
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              MOVE WS-ID-NACIONAL TO PES-ID-NACIONAL
              START PESSOA-MASTER KEY IS = PES-ID-NACIONAL
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-IDS
              END-START
              PERFORM UNTIL EOF-IDS
                 READ PESSOA-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-IDS
                    NOT AT END
                       IF PES-ID-NACIONAL NOT = WS-ID-NACIONAL
                          MOVE "Y" TO WS-EOF-IDS
                       ELSE
                          IF PES-ATIVO
                             MOVE "Y" TO WS-ID-DUPLICADO
                             MOVE "Y" TO WS-EOF-IDS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           MOVE "A" TO PES-STATUS
           MOVE WS-NASC-GRAVA TO PES-DATA-NASC
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              OPEN OUTPUT PESSOA-MASTER
           END-IF
           WRITE PESSOA-MASTER-REC
           MOVE SPACES     TO WS-AUD-ANTES
           MOVE PESSOA-MASTER-REC TO WS-AUD-DEPOIS
           PERFORM GRAVA-PESSOA-AUDIT
      *    A data do consentimento dado no cadastro e o ponto de
      *    partida da validade conferida pelo MKTEXTR.
           IF PES-MKT-SIM
              MOVE PES-REG-NUM TO WS-HIST-REG
              MOVE "N PARA S"  TO WS-HIST-MUDANCA
              MOVE "CADASTRO"  TO WS-HIST-ORIGEM
              PERFORM GRAVA-CONSENT-HIST
           END-IF
           PERFORM LIBERA-TRAVA
           MOVE "Y" TO WS-GRAVACAO-OK.


       COPY "PESSAUDP.cpy".

       COPY "CONSHISTP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".
