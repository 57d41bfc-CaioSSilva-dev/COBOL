       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSIDX.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao do PESSOA-MASTER indexado (chave PES-REG-NUM,
      * alternada PES-ID-NACIONAL):
      *   (1) CONVERSAO unica do PESSOA.DAT sequencial antigo para o
      *       indexado - o arquivo antigo e renomeado para PESSOA.UNL
      *       e carregado no novo PESSOA.DAT; o PESSOA.UNL fica como
      *       copia de seguranca da conversao.
      *   (2) DESCARGA do indexado para o sequencial PESSOA.UNL, em
      *       ordem de registro e no mesmo layout de 87 posicoes -
      *       e o que o SECBKP copia para as geracoes e o que as
      *       ferramentas de arquivo leem.
      *   (3) RECARGA do PESSOA.UNL para o indexado - usada pelo
      *       SECRST/SANDRST depois de devolver uma geracao.
      * Chamada "B" (SECBKP / fila de jobs) faz a descarga; chamada
      * "R" faz a recarga sem pegar a trava (o chamador ja a tem ou
      * esta no diretorio de treino); "I" pergunta a opcao. Conversao
      * e recarga correm sob a trava PESSOA.LCK. Registro de chave
      * duplicada na carga e listado e devolve RC 4.
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
           SELECT PESSOA-DESCARGA ASSIGN TO "PESSOA.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT IO-ERRO-LOG ASSIGN TO "IOERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLOG-STATUS.
           SELECT TRAVA-FILE ASSIGN TO WS-TRAVA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  PESSOA-DESCARGA
           RECORD CONTAINS 87 CHARACTERS.
       01  PESSOA-DESCARGA-REC   PIC X(87).

       FD  IO-ERRO-LOG
           RECORD CONTAINS 60 CHARACTERS.
       01  IO-ERRO-LOG-REC       PIC X(60).

       FD  TRAVA-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  TRAVA-FILE-REC        PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "TRAVA.cpy".
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-UNL-STATUS    PIC XX VALUE SPACES.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-IOLOG-STATUS  PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-QTD-LIDOS     PIC 9(6) VALUE 0.
       77  WS-QTD-GRAVADOS  PIC 9(6) VALUE 0.
       77  WS-QTD-REJEITADOS PIC 9(6) VALUE 0.
       77  WS-NOME-VIVO     PIC X(12) VALUE "PESSOA.DAT".
       77  WS-NOME-DESCARGA PIC X(12) VALUE "PESSOA.UNL".
       COPY "FSERR.cpy".
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-RECARGA       VALUE "R".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
              WHEN LK-CHAMADA-LOTE
                 PERFORM DESCARREGA-PESSOAS
              WHEN LK-CHAMADA-RECARGA
                 PERFORM RECARREGA-PESSOAS
              WHEN OTHER
                 DISPLAY "PESSOA-MASTER INDEXADO:"
                 DISPLAY "(1) CONVERTER PESSOA.DAT SEQUENCIAL ANTIGO"
                 DISPLAY "(2) DESCARREGAR PARA PESSOA.UNL"
                 DISPLAY "(3) RECARREGAR DE PESSOA.UNL"
                 ACCEPT WS-OPCAO
                 EVALUATE WS-OPCAO
                    WHEN 1
                       PERFORM CONVERTE-SOB-TRAVA
                    WHEN 2
                       PERFORM DESCARREGA-PESSOAS
                    WHEN 3
                       DISPLAY "O PESSOA.DAT VIVO SERA SUBSTITUIDO "
                          "PELO CONTEUDO DE PESSOA.UNL. CONFIRMA? (S/N)"
                       ACCEPT WS-RESPOSTA
                       IF WS-RESPOSTA = "S"
                          PERFORM RECARGA-SOB-TRAVA
                       ELSE
                          DISPLAY "RECARGA CANCELADA"
                       END-IF
                    WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
                 END-EVALUATE
           END-EVALUATE
           GOBACK.

       CONVERTE-SOB-TRAVA.
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE "PESSIDX"    TO WS-TRAVA-DONO
           MOVE "I"          TO WS-TRAVA-MODO
           PERFORM OBTEM-TRAVA
           IF NOT TRAVA-OBTIDA
              DISPLAY "CONVERSAO CANCELADA - PESSOA.DAT EM USO"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM CONVERTE-SEQUENCIAL
              PERFORM LIBERA-TRAVA
           END-IF.

       RECARGA-SOB-TRAVA.
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE "PESSIDX"    TO WS-TRAVA-DONO
           MOVE "I"          TO WS-TRAVA-MODO
           PERFORM OBTEM-TRAVA
           IF NOT TRAVA-OBTIDA
              DISPLAY "RECARGA CANCELADA - PESSOA.DAT EM USO"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RECARREGA-PESSOAS
              PERFORM LIBERA-TRAVA
           END-IF.

      *    O arquivo antigo nao abre como indexado: status 00 quer
      *    dizer que a conversao ja foi feita, 35 que nao ha o que
      *    converter. Qualquer outro status e o sequencial antigo.
       CONVERTE-SEQUENCIAL.
           OPEN INPUT PESSOA-MASTER
           EVALUATE WS-PESSOA-STATUS
              WHEN "00"
                 CLOSE PESSOA-MASTER
                 DISPLAY "PESSOA.DAT JA ESTA INDEXADO - "
                    "CONVERSAO NAO NECESSARIA"
                 MOVE 4 TO RETURN-CODE
              WHEN "35"
                 DISPLAY "PESSOA.DAT NAO ENCONTRADO - "
                    "NADA A CONVERTER"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CALL "CBL_RENAME_FILE"
                    USING WS-NOME-VIVO WS-NOME-DESCARGA
                 END-CALL
                 IF RETURN-CODE NOT = 0
                    DISPLAY "NAO FOI POSSIVEL RENOMEAR PESSOA.DAT "
                       "PARA PESSOA.UNL - CONVERSAO CANCELADA"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                    PERFORM RECARREGA-PESSOAS
                    DISPLAY "ARQUIVO SEQUENCIAL ANTIGO PRESERVADO "
                       "EM PESSOA.UNL"
                 END-IF
           END-EVALUATE.

       DESCARREGA-PESSOAS.
           MOVE 0 TO WS-QTD-LIDOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO - SEM DESCARGA"
              EXIT PARAGRAPH
           END-IF
           IF WS-PESSOA-STATUS NOT = "00"
              MOVE "PESSIDX"    TO WS-ERR-PROGRAMA
              MOVE "PESSOA.DAT" TO WS-ERR-ARQUIVO
              MOVE "OPEN"       TO WS-ERR-OPERACAO
              MOVE WS-PESSOA-STATUS TO WS-ERR-STATUS
              PERFORM TRATA-ERRO-ARQUIVO
              DISPLAY "RODE A CONVERSAO (OPCAO 1) ANTES DA DESCARGA"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PESSOA-DESCARGA
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    WRITE PESSOA-DESCARGA-REC FROM PESSOA-MASTER-REC
              END-READ
           END-PERFORM
           CLOSE PESSOA-MASTER
           CLOSE PESSOA-DESCARGA
           DISPLAY "PESSOA.UNL DESCARREGADO: " WS-QTD-LIDOS
              " REGISTRO(S)".

      *    A carga regrava o indexado do zero (OPEN OUTPUT); o
      *    PESSOA.UNL continua intacto como copia de recuperacao.
      *    O acesso dinamico grava por chave, entao o sequencial
      *    antigo (em ordem de chegada) carrega sem classificar;
      *    chave duplicada nao derruba a carga - so e listada.
       RECARREGA-PESSOAS.
           MOVE 0 TO WS-QTD-LIDOS
           MOVE 0 TO WS-QTD-GRAVADOS
           MOVE 0 TO WS-QTD-REJEITADOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-DESCARGA
           IF WS-UNL-STATUS = "35"
              DISPLAY "PESSOA.UNL NAO ENCONTRADO - SEM RECARGA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PESSOA-MASTER
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-DESCARGA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM GRAVA-UM-REGISTRO
              END-READ
           END-PERFORM
           CLOSE PESSOA-DESCARGA
           CLOSE PESSOA-MASTER
           DISPLAY "PESSOA.DAT RECARREGADO: " WS-QTD-LIDOS
              " LIDO(S), " WS-QTD-GRAVADOS " GRAVADO(S), "
              WS-QTD-REJEITADOS " REJEITADO(S)"
           IF WS-QTD-REJEITADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-UM-REGISTRO.
           MOVE PESSOA-DESCARGA-REC TO PESSOA-MASTER-REC
           WRITE PESSOA-MASTER-REC
           IF WS-PESSOA-STATUS = "00" OR WS-PESSOA-STATUS = "02"
              ADD 1 TO WS-QTD-GRAVADOS
           ELSE
              ADD 1 TO WS-QTD-REJEITADOS
              DISPLAY "REGISTRO " PES-REG-NUM " REJEITADO - "
                 "CHAVE DUPLICADA (STATUS " WS-PESSOA-STATUS ")"
           END-IF.

       COPY "FSERRP.cpy".

       COPY "TRAVAP.cpy".
