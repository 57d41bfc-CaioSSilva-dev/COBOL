           SELECT CEP-TABELA ASSIGN TO "CEPTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEPT-STATUS.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-ENDERECO.
           05  CE-CIDADE         PIC X(20).
           05  CE-UF             PIC X(2).

       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE   PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "PESSLEIT.cpy".
       COPY "RECIBO.cpy".
       COPY "CEPVAL.cpy".
       77  WS-CEPT-STATUS   PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE "ENDMNT" TO WS-LEI-PROGRAMA
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-LEI-OPERADOR
           PERFORM CARREGA-ENDERECOS
           IF CARGA-ESTOUROU
              DISPLAY "PESSOAEND.DAT MAIOR QUE A TABELA DE 2000 - "
           END-PERFORM
           IF WS-SEQ-ITEM = 0
              DISPLAY "NENHUM ENDERECO PARA A PESSOA " WS-BUSCA-REG
           ELSE
              MOVE WS-BUSCA-REG TO WS-LEI-REG
              PERFORM GRAVA-PESSOA-LEITURA
           END-IF.

       INCLUI-ENDERECO.
       ALTERA-ENDERECO.
           PERFORM ESCOLHE-ITEM
           IF ACHOU-ITEM
              MOVE WS-END-REG(WS-ITEM-ESCOLHA) TO WS-LEI-REG
              PERFORM GRAVA-PESSOA-LEITURA
              DISPLAY "ENDERECO ATUAL: "
                 WS-END-ENDER(WS-ITEM-ESCOLHA)
              DISPLAY "NOVO ENDERECO (RUA): "
       COPY "RECIBOP.cpy".

       COPY "CEPVALP.cpy".

       COPY "PESSLEITP.cpy".
