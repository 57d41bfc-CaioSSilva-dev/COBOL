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
           SELECT RESPONSAVEIS ASSIGN TO "RESPONSAV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
       FD  RESPONSAVEIS.
       COPY "RESPREC.cpy".

       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE   PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "PESSLEIT.cpy".
       77 WS-NOME          PIC X(40).
       77 WS-MODO          PIC 9 VALUE 0.
       77 WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77 WS-FIM-PAGINACAO PIC X VALUE "N".
           88 FIM-PAGINACAO       VALUE "Y".
       PROCEDURE DIVISION.
           MOVE "NOME" TO WS-LEI-PROGRAMA
           DISPLAY "(1) DIGITAR NOME  (2) BUSCAR POR ID NO CADASTRO"
           DISPLAY "(3) BUSCAR POR NOME (PARCIAL)"
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 2
                 PERFORM PEDE-OPERADOR
                 PERFORM BUSCA-PESSOA-POR-ID
              WHEN 3
                 PERFORM PEDE-OPERADOR
                 PERFORM BUSCA-PESSOA-POR-NOME
              WHEN OTHER
                 DISPLAY "Digite o Nome: "
           END-EVALUATE
           STOP RUN.

      *    As duas buscas mostram dados do cadastro: cada pessoa
      *    exibida fica no registro de consultas PESSLEIT.DAT em nome
      *    do operador.
       PEDE-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-LEI-OPERADOR.

       BUSCA-PESSOA-POR-ID.
           DISPLAY "DIGITE O NUMERO DE REGISTRO (ID): "
           ACCEPT WS-BUSCA-REG-NUM
              DISPLAY "PESSOA-MASTER NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE WS-BUSCA-REG-NUM TO PES-REG-NUM
              READ PESSOA-MASTER KEY IS PES-REG-NUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PES-ATIVO
                       MOVE "Y" TO WS-ACHOU-PESSOA
                    END-IF
              END-READ
              CLOSE PESSOA-MASTER
              IF ACHOU-PESSOA
                 MOVE PES-REG-NUM TO WS-LEI-REG
                 MOVE "C" TO WS-LEI-TIPO
                 PERFORM GRAVA-PESSOA-LEITURA
                 DISPLAY "ID: "     PES-REG-NUM
                 DISPLAY "NOME: "   PES-NAME
                 DISPLAY "IDADE: "  PES-AGE
              DISPLAY "PESSOA-MASTER NAO ENCONTRADO"
           ELSE
              PERFORM UNTIL EOF-PESSOA
                 READ PESSOA-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-PESSOA
                    NOT AT END
                    WS-HIT-NOME(WS-LISTA-I) " "
                    WS-HIT-IDADE(WS-LISTA-I) " "
                    WS-HIT-GENERO(WS-LISTA-I)
                 MOVE WS-HIT-REG(WS-LISTA-I) TO WS-LEI-REG
                 MOVE "L" TO WS-LEI-TIPO
                 PERFORM GRAVA-PESSOA-LEITURA
              END-PERFORM
              DISPLAY "DIGITE O ID PARA VER O CADASTRO COMPLETO,"
              DISPLAY "P PARA PROXIMA PAGINA OU F PARA ENCERRAR:"
                 MOVE "Y" TO WS-ACHOU-PESSOA
           END-SEARCH
           IF ACHOU-PESSOA
              MOVE WS-HIT-REG(WS-HIT-IDX) TO WS-LEI-REG
              MOVE "C" TO WS-LEI-TIPO
              PERFORM GRAVA-PESSOA-LEITURA
              DISPLAY "ID: "     WS-HIT-REG(WS-HIT-IDX)
              DISPLAY "NOME: "   WS-HIT-NOME(WS-HIT-IDX)
              DISPLAY "IDADE: "  WS-HIT-IDADE(WS-HIT-IDX)
              END-PERFORM
              CLOSE RESPONSAVEIS
           END-IF.

       COPY "PESSLEITP.cpy".
