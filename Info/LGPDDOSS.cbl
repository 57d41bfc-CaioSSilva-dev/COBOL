      * os mesmos arquivos que o expurgo conhece -
      *   PESSOA.DAT, PESSOAEND.DAT, RESPONSAV.DAT, as filas de
      *   genero, FILAHIST.DAT, MKTSENT.DAT, MKTEXTR.DAT,
      *   CONSENTH.DAT, PESSOAAUD.DAT, VISITLOG.DAT e REGSLIP.DAT,
      *   mais o registro de consultas PESSLEIT.DAT (quem viu os
      *   dados do titular, quando e por qual programa) -
      * e monta o dossie formatado LGPDDOSS.DAT com tudo o que a
      * casa guarda do titular, gravando em LGPDACES.DAT o
      * certificado datado (arquivo a arquivo) de que o pedido foi
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT ARQUIVO-ALVO ASSIGN TO WS-ALVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CERTIFICADO ASSIGN TO "LGPDACES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT PESSOA-LEITURA ASSIGN TO "PESSLEIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIFICADO-REC       PIC X(80).

       FD  PESSOA-LEITURA
           RECORD CONTAINS 42 CHARACTERS.
       01  PESSOA-LEITURA-LINE   PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "PESSLEIT.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-ALVO-STATUS   PIC XX VALUE SPACES.
       77  WS-DOS-STATUS    PIC XX VALUE SPACES.
      *    S), registro na coluna 17 (tipo C), imagens de auditoria
      *    (tipo A) e vinculo de guarda nos dois sentidos - menor nas
      *    posicoes 1-6 ou responsavel nas 7-12 (tipo G). O REGSLIP
      *    vai por bloco de ficha (tipo F) e o registro de consultas
      *    pelo registro na coluna 35 (tipo L).
       01  WS-ALVOS-TABELA.
           05  FILLER PIC X(30) VALUE "RPESSOAEND.DAT               ".
           05  FILLER PIC X(30) VALUE "RMKTEXTR.DAT                 ".
           05  FILLER PIC X(30) VALUE "APESSOAAUD.DAT               ".
           05  FILLER PIC X(30) VALUE "NVISITLOG.DAT                ".
           05  FILLER PIC X(30) VALUE "FREGSLIP.DAT                 ".
           05  FILLER PIC X(30) VALUE "LPESSLEIT.DAT                ".
       01  WS-ALVOS-TAB REDEFINES WS-ALVOS-TABELA.
           05  WS-ALVO-ENTRY OCCURS 15 TIMES.
               10  WS-AL-TIPO       PIC X.
               10  WS-AL-ARQ        PIC X(29).
       77  WS-ALVO-I        PIC 9(2).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE "LGPDDOSS" TO WS-LEI-PROGRAMA
           DISPLAY "DOSSIE DE ACESSO DO TITULAR (LGPD)"
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-LEI-OPERADOR
           DISPLAY "BUSCAR TITULAR POR: (1) NUMERO DE REGISTRO "
              "(2) ID NACIONAL"
           ACCEPT WS-MODO-BUSCA
              GOBACK
           END-IF
           MOVE WS-BUSCA-REG TO WS-BUSCA-REG-X
           MOVE WS-BUSCA-REG TO WS-LEI-REG
           PERFORM GRAVA-PESSOA-LEITURA
           OPEN OUTPUT DOSSIE
           PERFORM ABRE-DOSSIE
           PERFORM VARYING WS-ALVO-I FROM 1 BY 1
                 UNTIL WS-ALVO-I > 15
              PERFORM COLHE-UM-ARQUIVO
           END-PERFORM
           CLOSE DOSSIE

       LOCALIZA-TITULAR.
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
              MOVE PES-NAME    TO WS-NOME-TITULAR
           END-IF
           CLOSE PESSOA-MASTER.

       ABRE-DOSSIE.
                 IF ARQUIVO-ALVO-REC(1:40) = WS-NOME-TITULAR
                    PERFORM COPIA-LINHA-DOSSIE
                 END-IF
              WHEN "L"
                 IF ARQUIVO-ALVO-REC(35:6) = WS-BUSCA-REG-X
                    PERFORM COPIA-LINHA-DOSSIE
                 END-IF
              WHEN "F"
                 PERFORM TRATA-BLOCO-FICHA
              WHEN OTHER
           END-IF
           WRITE CERTIFICADO-REC FROM WS-CERT-LINHA
           CLOSE CERTIFICADO.

       COPY "PESSLEITP.cpy".
