      *   - as vendas feitas por ela quando tambem e vendedora
      *     (VENDAS.DAT).
      * O balcao responde um telefonema com um programa, nao quatro.
      * Toda consulta fica registrada em PESSLEIT.DAT com o codigo do
      * operador.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-ENDERECO ASSIGN TO "PESSOAEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE   PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "PESSLEIT.cpy".
       COPY "VENDVAL.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-ENDER-STATUS  PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE "PESS360" TO WS-LEI-PROGRAMA
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-LEI-OPERADOR
           DISPLAY "CONSULTA 360 - BUSCAR POR: "
              "(1) NUMERO DE REGISTRO (2) CPF"
           ACCEPT WS-MODO-BUSCA
              GOBACK
           END-IF
           MOVE WS-BUSCA-REG TO WS-BUSCA-REG-X
           MOVE WS-BUSCA-REG TO WS-LEI-REG
           PERFORM GRAVA-PESSOA-LEITURA
           PERFORM PAUSA-PAGINA
           PERFORM SECAO-CONTATOS
           PERFORM SECAO-GUARDA

       SECAO-CADASTRO.
           MOVE "N" TO WS-ACHOU-PESSOA
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
      *    Leitura direta: CPF pela chave alternada, registro pela
      *    chave primaria.
           IF WS-MODO-BUSCA = 2
              MOVE WS-BUSCA-CPF TO PES-ID-NACIONAL
              READ PESSOA-MASTER KEY IS PES-ID-NACIONAL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACHOU-PESSOA
              END-READ
           ELSE
              MOVE WS-BUSCA-REG TO PES-REG-NUM
              READ PESSOA-MASTER KEY IS PES-REG-NUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACHOU-PESSOA
              END-READ
           END-IF
           IF ACHOU-PESSOA
              MOVE PES-REG-NUM TO WS-BUSCA-REG
           END-IF
           CLOSE PESSOA-MASTER
           IF ACHOU-PESSOA
              DISPLAY "===== CADASTRO ====="
           END-IF.

       COPY "VENDVALP.cpy".

       COPY "PESSLEITP.cpy".
