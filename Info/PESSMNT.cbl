       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-AUDIT ASSIGN TO "PESSOAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT TRAVA-FILE ASSIGN TO WS-TRAVA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.
           SELECT SANDBOX-MARCA ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAND-STATUS.
           SELECT CONSENT-HIST ASSIGN TO "CONSENTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
           RECORD CONTAINS 30 CHARACTERS.
       01  TRAVA-FILE-REC        PIC X(30).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       01  SANDBOX-MARCA-REC     PIC X(40).

       FD  CONSENT-HIST
           RECORD CONTAINS 40 CHARACTERS.
       01  CONSENT-HIST-REC      PIC X(40).

       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE   PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "PESSLEIT.cpy".
       COPY "SANDBOX.cpy".
       77  WS-SAND-STATUS PIC XX VALUE SPACES.
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "GENEROTAB.cpy".
       COPY "PESSAUD.cpy".
       COPY "CONSHIST.cpy".
       COPY "TRAVA.cpy".
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-OPCAO         PIC 9 VALUE 0.
      *    Copia de trabalho do registro em manutencao - lido por
      *    chave em BUSCA-PESSOA e regravado no lugar (REWRITE) a
      *    cada alteracao confirmada.
       01  WS-PES-ENTRY.
           05  WS-PES-REG        PIC 9(6).
           05  WS-PES-NOME       PIC A(40).
           05  WS-PES-IDADE      PIC 9(3).
           05  WS-PES-GEN        PIC 9.
           05  WS-PES-GEN-DESC   PIC X(15).
           05  WS-PES-FAIXA      PIC X.
           05  WS-PES-ID-NAC     PIC X(11).
           05  WS-PES-MKT        PIC X.
           05  WS-PES-SIT        PIC X.
           05  WS-PES-NASC       PIC X(8).
       77  WS-BUSCA-REG     PIC 9(6).
       77  WS-ACHOU-PESSOA  PIC X VALUE "N".
           88 ACHOU-PESSOA         VALUE "Y".
       77  WS-REGRAVOU      PIC X VALUE "N".
           88 REGRAVOU-PESSOA      VALUE "Y".
       77  WS-MKT-MUDOU     PIC X VALUE "N".
           88 MKT-MUDOU            VALUE "Y".
       77  WS-NOVO-NOME     PIC A(40).
       77  WS-RESPOSTA      PIC X.
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-AUD-OPERADOR
           MOVE WS-AUD-OPERADOR TO WS-LEI-OPERADOR
           MOVE "PESSMNT" TO WS-LEI-PROGRAMA
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT VAZIO OU NAO ENCONTRADO - "
                 "NADA A MANTER"
           ELSE
              CLOSE PESSOA-MASTER
              PERFORM UNTIL WS-OPCAO = 9
                 DISPLAY "===== MANUTENCAO DE PESSOAS ====="
                 DISPLAY "(1) ALTERAR DADOS"
                    WHEN OTHER DISPLAY "OPCAO INVALIDA"
                 END-EVALUATE
              END-PERFORM
           END-IF
           GOBACK.

       MOVE-REGISTRO-PARA-AREA.
           MOVE PES-REG-NUM      TO WS-PES-REG
           MOVE PES-NAME         TO WS-PES-NOME
           MOVE PES-AGE          TO WS-PES-IDADE
           MOVE PES-GENDER       TO WS-PES-GEN
           MOVE PES-GENDER-DESC  TO WS-PES-GEN-DESC
           MOVE PES-MENOR-ADULTO TO WS-PES-FAIXA
           MOVE PES-ID-NACIONAL  TO WS-PES-ID-NAC
           MOVE PES-ACEITA-MKT   TO WS-PES-MKT
           IF PES-INATIVO
              MOVE "I" TO WS-PES-SIT
           ELSE
              MOVE "A" TO WS-PES-SIT
           END-IF
           MOVE PES-DATA-NASC TO WS-PES-NASC.

      *    Regrava so o registro alterado, sob a trava PESSOA.LCK. O
      *    registro e relido por chave dentro da trava antes do
      *    REWRITE; sem a trava nada e gravado e a alteracao se perde
      *    com aviso ao operador.
       REGRAVA-PESSOA.
           MOVE "N" TO WS-REGRAVOU
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE WS-AUD-OPERADOR TO WS-TRAVA-DONO
           MOVE "I" TO WS-TRAVA-MODO
           PERFORM OBTEM-TRAVA
           IF NOT TRAVA-OBTIDA
              DISPLAY "ALTERACAO NAO GRAVADA - ARQUIVO DE "
                 "PESSOAS EM USO POR OUTRO OPERADOR"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PESSOA-MASTER
           MOVE WS-PES-REG TO PES-REG-NUM
           READ PESSOA-MASTER KEY IS PES-REG-NUM
              INVALID KEY
                 DISPLAY "REGISTRO " WS-PES-REG
                    " SUMIU DO ARQUIVO - ALTERACAO NAO GRAVADA"
              NOT INVALID KEY
                 MOVE WS-PES-NOME     TO PES-NAME
                 MOVE WS-PES-IDADE    TO PES-AGE
                 MOVE WS-PES-GEN      TO PES-GENDER
                 MOVE WS-PES-GEN-DESC TO PES-GENDER-DESC
                 MOVE WS-PES-FAIXA    TO PES-MENOR-ADULTO
                 MOVE WS-PES-ID-NAC   TO PES-ID-NACIONAL
                 MOVE WS-PES-MKT      TO PES-ACEITA-MKT
                 MOVE WS-PES-SIT      TO PES-STATUS
                 MOVE WS-PES-NASC     TO PES-DATA-NASC
                 REWRITE PESSOA-MASTER-REC
                    INVALID KEY
                       DISPLAY "REGRAVACAO DO REGISTRO " WS-PES-REG
                          " RECUSADA - STATUS " WS-PESSOA-STATUS
                    NOT INVALID KEY
                       MOVE "Y" TO WS-REGRAVOU
                 END-REWRITE
           END-READ
           CLOSE PESSOA-MASTER
           PERFORM LIBERA-TRAVA.

       BUSCA-PESSOA.
           DISPLAY "NUMERO DE REGISTRO DA PESSOA: "
           ACCEPT WS-BUSCA-REG
           MOVE "N" TO WS-ACHOU-PESSOA
           OPEN INPUT PESSOA-MASTER
           MOVE WS-BUSCA-REG TO PES-REG-NUM
           READ PESSOA-MASTER KEY IS PES-REG-NUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACHOU-PESSOA
                 PERFORM MOVE-REGISTRO-PARA-AREA
           END-READ
           CLOSE PESSOA-MASTER
           IF NOT ACHOU-PESSOA
              DISPLAY "REGISTRO " WS-BUSCA-REG " NAO ENCONTRADO"
           ELSE
              MOVE WS-BUSCA-REG TO WS-LEI-REG
              PERFORM GRAVA-PESSOA-LEITURA
           END-IF.

       ALTERA-PESSOA.
           PERFORM BUSCA-PESSOA
           IF ACHOU-PESSOA
              MOVE WS-PES-ENTRY TO WS-AUD-ANTES
              DISPLAY "NOME ATUAL: " WS-PES-NOME
              DISPLAY "NOVO NOME (BRANCO MANTEM O ATUAL): "
              MOVE SPACES TO WS-NOVO-NOME
              ACCEPT WS-NOVO-NOME
              IF WS-NOVO-NOME NOT = SPACES
                 MOVE WS-NOVO-NOME TO WS-PES-NOME
              END-IF
              DISPLAY "IDADE ATUAL: " WS-PES-IDADE
              MOVE 1               TO WS-NUM-MIN
              MOVE 120             TO WS-NUM-MAX
              MOVE "NOVA IDADE (1-120): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-PES-IDADE
              IF WS-PES-IDADE < 18
                 MOVE "M" TO WS-PES-FAIXA
              ELSE
                 MOVE "A" TO WS-PES-FAIXA
              END-IF
              DISPLAY "GENERO ATUAL: " WS-PES-GEN-DESC
              MOVE 1 TO WS-NUM-MIN
              MOVE 5 TO WS-NUM-MAX
              MOVE "NOVO GENERO (1-5): " TO WS-NUM-PROMPT
              MOVE WS-NUM-ENTRADA TO GENDER
              PERFORM BUSCA-GENERO
              IF GENERO-ACHADO
                 MOVE GENDER TO WS-PES-GEN
                 MOVE WS-GENERO-DESC(WS-GENERO-IDX)
                    TO WS-PES-GEN-DESC
              END-IF
              MOVE "N" TO WS-MKT-MUDOU
              DISPLAY "ACEITA MARKETING? (S/N)"
              ACCEPT WS-RESPOSTA
              IF (WS-RESPOSTA = "S" OR WS-RESPOSTA = "N")
                    AND WS-RESPOSTA NOT = WS-PES-MKT
                 MOVE WS-RESPOSTA TO WS-PES-MKT
                 MOVE "Y" TO WS-MKT-MUDOU
              END-IF
              PERFORM REGRAVA-PESSOA
              IF NOT REGRAVOU-PESSOA
                 EXIT PARAGRAPH
              END-IF
              IF MKT-MUDOU
                 MOVE WS-PES-REG TO WS-HIST-REG
                 IF WS-PES-MKT = "S"
                    MOVE "N PARA S" TO WS-HIST-MUDANCA
                 ELSE
                    MOVE "S PARA N" TO WS-HIST-MUDANCA
                 END-IF
                 MOVE "PESSMNT" TO WS-HIST-ORIGEM
                 PERFORM GRAVA-CONSENT-HIST
              END-IF
              MOVE "ALTERACA" TO WS-AUD-ACAO
              MOVE WS-PES-ENTRY TO WS-AUD-DEPOIS
              PERFORM GRAVA-PESSOA-AUDIT
              STRING "PESSOA " DELIMITED BY SIZE
                     WS-PES-REG DELIMITED BY SIZE
                     " ALTERADA" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
       INATIVA-PESSOA.
           PERFORM BUSCA-PESSOA
           IF ACHOU-PESSOA
              IF WS-PES-SIT = "I"
                 DISPLAY "REGISTRO " WS-BUSCA-REG " JA ESTA INATIVO"
              ELSE
                 MOVE WS-PES-ENTRY TO WS-AUD-ANTES
                 MOVE "I" TO WS-PES-SIT
                 PERFORM REGRAVA-PESSOA
                 IF NOT REGRAVOU-PESSOA
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "INATIVAC" TO WS-AUD-ACAO
                 MOVE WS-PES-ENTRY TO WS-AUD-DEPOIS
                 PERFORM GRAVA-PESSOA-AUDIT
                 STRING "PESSOA " DELIMITED BY SIZE
                        WS-PES-REG DELIMITED BY SIZE
                        " INATIVADA" DELIMITED BY SIZE
                        INTO WS-RECIBO-DESCRICAO
                 END-STRING
       REATIVA-PESSOA.
           PERFORM BUSCA-PESSOA
           IF ACHOU-PESSOA
              IF WS-PES-SIT = "I"
                 MOVE WS-PES-ENTRY TO WS-AUD-ANTES
                 MOVE "A" TO WS-PES-SIT
                 PERFORM REGRAVA-PESSOA
                 IF NOT REGRAVOU-PESSOA
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "REATIVAC" TO WS-AUD-ACAO
                 MOVE WS-PES-ENTRY TO WS-AUD-DEPOIS
                 PERFORM GRAVA-PESSOA-AUDIT
                 STRING "PESSOA " DELIMITED BY SIZE
                        WS-PES-REG DELIMITED BY SIZE
                        " REATIVADA" DELIMITED BY SIZE
                        INTO WS-RECIBO-DESCRICAO
                 END-STRING
       CONSULTA-PESSOA.
           PERFORM BUSCA-PESSOA
           IF ACHOU-PESSOA
              DISPLAY "REGISTRO: " WS-PES-REG
              DISPLAY "NOME:     " WS-PES-NOME
              DISPLAY "IDADE:    " WS-PES-IDADE
              DISPLAY "GENERO:   " WS-PES-GEN-DESC
              DISPLAY "ID NAC:   " WS-PES-ID-NAC
              DISPLAY "MARKETING:" WS-PES-MKT
              DISPLAY "SITUACAO: " WS-PES-SIT
           END-IF.

       COPY "GENEROP.cpy".

       COPY "PESSAUDP.cpy".

       COPY "CONSHISTP.cpy".

       COPY "TRAVAP.cpy".

       COPY "SANDBOXP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "PESSLEITP.cpy".
