      *           nascimento no futuro, mes/dia impossiveis);
      *   MEDIO - dado incompleto ou suspeito (ID nacional em branco,
      *           CPF sem digito verificador valido, ano < 1900,
      *           nome em branco, cliente sem CPF/CNPJ ou com
      *           digito verificador invalido);
      *   LEVE  - inconsistencia interna (faixa menor/adulto em
      *           desacordo com a idade).
      * Passo da cadeia noturna; apenas relata, nao altera os masters.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDIT-EXCECOES ASSIGN TO "AUDITEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "PESSOAREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  AUDIT-EXCECOES

       WORKING-STORAGE SECTION.
       COPY "CPFVALID.cpy".
       COPY "CNPJVALID.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-EXC-STATUS    PIC XX VALUE SPACES.
              MOVE "MEDIO" TO WS-EXC-SEV
              MOVE "NOME EM BRANCO" TO WS-EXC-MSG
              PERFORM GRAVA-EXCECAO
           END-IF
           EVALUATE TRUE
              WHEN CM-DOC-CPF
                 MOVE CM-DOC-NUMERO(1:11) TO WS-CPF-ENTRADA
                 PERFORM VALIDA-CPF
                 IF NOT CPF-VALIDO
                    MOVE "MEDIO" TO WS-EXC-SEV
                    MOVE "CPF SEM DIGITO VERIFICADOR VALIDO"
                       TO WS-EXC-MSG
                    PERFORM GRAVA-EXCECAO
                 END-IF
              WHEN CM-DOC-CNPJ
                 MOVE CM-DOC-NUMERO TO WS-CNPJ-ENTRADA
                 PERFORM VALIDA-CNPJ
                 IF NOT CNPJ-VALIDO
                    MOVE "MEDIO" TO WS-EXC-SEV
                    MOVE "CNPJ SEM DIGITO VERIFICADOR VALIDO"
                       TO WS-EXC-MSG
                    PERFORM GRAVA-EXCECAO
                 END-IF
              WHEN OTHER
                 MOVE "MEDIO" TO WS-EXC-SEV
                 MOVE "CPF/CNPJ EM BRANCO" TO WS-EXC-MSG
                 PERFORM GRAVA-EXCECAO
           END-EVALUATE.

       GRAVA-EXCECAO.
           EVALUATE WS-EXC-SEV
           WRITE AUDIT-EXCECOES-REC FROM WS-EXC-LINHA.

       COPY "CPFVALIDP.cpy".

       COPY "CNPJVALIDP.cpy".
