      * e o passo termina com RETURN-CODE 8 - com acao PARAR na tabela
      * de passos, a cadeia noturna nao executa os passos seguintes.
      * Arquivo aprovado e regravado so com os detalhes, pronto para o
      * programa de processamento. O VENDMAST.DAT e indexado: o lote
      * de vendedores chega em VENDLOTE.DAT e, aprovado, substitui o
      * cadastro registro a registro pela chave; o lote aplicado fica
      * como VENDLOTE.OLD para nao ser reaplicado na noite seguinte.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQ-CADASTRO ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQ-VENDMAST ASSIGN TO "VENDLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT ARQ-MATERIAIS ASSIGN TO "MATERIAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           RECORD CONTAINS 176 CHARACTERS.
       01  ARQ-VENDMAST-REC      PIC X(176).

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  ARQ-MATERIAIS
           RECORD CONTAINS 176 CHARACTERS.
       01  ARQ-MATERIAIS-REC     PIC X(176).
       WORKING-STORAGE SECTION.
       77  WS-ARQ-STATUS    PIC XX VALUE SPACES.
       77  WS-ERR-STATUS    PIC XX VALUE SPACES.
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-LOTE-VIVO     PIC X(12) VALUE "VENDLOTE.DAT".
       77  WS-LOTE-APLICADO PIC X(12) VALUE "VENDLOTE.OLD".
       77  WS-QTD-DUPLIC    PIC 9(4) VALUE 0.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-ARQ-ATUAL     PIC 9 VALUE 0.
       CRITICA-UM-ARQUIVO.
           EVALUATE WS-ARQ-ATUAL
              WHEN 1 MOVE "CADASTRO"  TO WS-ARQ-NOME
              WHEN 2 MOVE "VENDLOTE"  TO WS-ARQ-NOME
              WHEN 3 MOVE "MATERIAIS" TO WS-ARQ-NOME
              WHEN 4 MOVE "MULTPARES" TO WS-ARQ-NOME
           END-EVALUATE
                 MOVE "N" TO WS-ARQUIVO-OK
              END-IF
              IF ARQUIVO-OK
                 IF TEM-HEADER OR WS-ARQ-ATUAL = 2
                    PERFORM REGRAVA-ARQUIVO
                 END-IF
                 DISPLAY "CRITICA: " WS-ARQ-NOME " APROVADO - "
           END-PERFORM
           CLOSE ARQ-CADASTRO.

      *    O lote aprovado substitui o cadastro inteiro, como antes
      *    fazia a regravacao do sequencial. ID repetido no lote fica
      *    so com a primeira ocorrencia e e listado no EDITERR.DAT.
       REGRAVA-VENDMAST.
           MOVE 0 TO WS-QTD-DUPLIC
           OPEN OUTPUT VENDEDOR-MASTER
           PERFORM VARYING WS-I FROM WS-DET-INI BY 1
                 UNTIL WS-I > WS-DET-FIM
              MOVE WS-LIN-ENTRY(WS-I) TO VENDEDOR-MASTER-REC
              WRITE VENDEDOR-MASTER-REC
                 INVALID KEY
                    ADD 1 TO WS-QTD-DUPLIC
                    MOVE "ID DE VENDEDOR REPETIDO - IGNORADO"
                       TO WS-ERR-MSG
                    PERFORM GRAVA-ERRO
              END-WRITE
           END-PERFORM
           CLOSE VENDEDOR-MASTER
           IF WS-QTD-DUPLIC > 0
              DISPLAY "CRITICA: " WS-QTD-DUPLIC
                 " VENDEDOR(ES) REPETIDO(S) NO LOTE - VER EDITERR.DAT"
           END-IF
           CALL "CBL_RENAME_FILE"
              USING WS-LOTE-VIVO WS-LOTE-APLICADO
           END-CALL
           IF RETURN-CODE NOT = 0
              DISPLAY "CRITICA: NAO FOI POSSIVEL RENOMEAR "
                 "VENDLOTE.DAT PARA VENDLOTE.OLD"
           END-IF
           MOVE 0 TO RETURN-CODE.

       REGRAVA-MATERIAIS.
           OPEN OUTPUT ARQ-MATERIAIS
