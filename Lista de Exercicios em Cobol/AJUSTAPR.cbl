       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTAPR.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Aprovacao dos ajustes manuais de comissao (quatro olhos), tela
      * de nivel 3 chamada pelo MENU. O AJUSTENT grava o ajuste
      * aguardando aprovacao (AJ-AGUARDANDO) com o operador que o
      * digitou; o FOLHACON so aplica o que sair daqui aprovado.
      * Funcoes:
      *   - listar os ajustes aguardando, numerados pela posicao no
      *     AJUSTES.DAT;
      *   - aprovar (vira P, pendente de aplicacao) ou rejeitar (R)
      *     um ajuste. O autorizador gravado e o codigo do operador
      *     que assinou no MENU, nunca texto livre, e ele nao pode ser
      *     o mesmo que digitou o ajuste.
      * AJUSTES.DAT e regravado pelo arquivo de trabalho e giro de
      * nomes; cada decisao sai em SESSLOG.DAT como as demais acoes
      * de nivel 3.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJUSTES ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.
           SELECT AJUSTES-TRABALHO ASSIGN TO "AJUSTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT SESSAO-LOG ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTES
           RECORD CONTAINS 41 CHARACTERS.
       01  AJUSTES-REC.
           05  AJ-VENDEDOR-ID    PIC X(6).
           05  AJ-SINAL          PIC X.
           05  AJ-VALOR          PIC 9(5)V99.
           05  AJ-MOTIVO         PIC X(2).
           05  AJ-AUTORIZADOR    PIC X(8).
           05  AJ-SITUACAO       PIC X.
               88  AJ-AGUARDANDO        VALUE "E".
               88  AJ-PENDENTE          VALUE "P".
               88  AJ-REJEITADO         VALUE "R".
               88  AJ-APLICADO          VALUE "A".
           05  AJ-DIGITADOR      PIC X(8).
           05  AJ-DATA-DECISAO   PIC 9(8).

       FD  AJUSTES-TRABALHO
           RECORD CONTAINS 41 CHARACTERS.
       01  AJUSTES-TRABALHO-REC  PIC X(41).

       FD  SESSAO-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  SESSAO-LOG-REC        PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "ARQTROCA.cpy".
       77  WS-AJU-STATUS    PIC XX VALUE SPACES.
       77  WS-TMP-STATUS    PIC XX VALUE SPACES.
       77  WS-SESS-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-AJU       PIC X VALUE "N".
           88 EOF-AJU              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-POSICAO       PIC 9(4) VALUE 0.
       77  WS-BUSCA-AJU     PIC 9(4) VALUE 0.
       77  WS-QTD-AGUARD    PIC 9(4) VALUE 0.
       77  WS-DECISAO       PIC X VALUE SPACE.
       77  WS-VLR-ED        PIC ZZ,ZZ9.99.
       77  WS-HOJE          PIC 9(8).
       77  WS-ACHOU-AJU     PIC X VALUE "N".
           88 ACHOU-AJU            VALUE "Y".
       77  WS-AJU-DIGITADOR PIC X(8).
       01  WS-DATA-HORA.
           05  WS-DH-DATA        PIC 9(8).
           05  WS-DH-HORA        PIC 9(6).
           05  FILLER            PIC X(7).
       01  WS-SESS-LINHA.
           05  WS-SL-DATA        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-SL-HORA        PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-SL-OPERADOR    PIC X(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-SL-ACAO        PIC X(20).
           05  FILLER            PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-ADMIN-CODIGO        PIC X(8).
       PROCEDURE DIVISION USING LK-ADMIN-CODIGO.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-OPCAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "AJUSTES.DAT" TO WS-TROCA-VIVO
           MOVE "AJUSTES.TMP" TO WS-TROCA-TMP
           MOVE "AJUSTES.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== APROVACAO DE AJUSTES DE COMISSAO ====="
              DISPLAY "(1) LISTAR AGUARDANDO APROVACAO"
              DISPLAY "(2) APROVAR / REJEITAR AJUSTE"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-AGUARDANDO
                 WHEN 2 PERFORM DECIDE-AJUSTE
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *    O numero exibido e a posicao do registro no AJUSTES.DAT -
      *    o arquivo so cresce no fim, entao o numero nao muda entre
      *    a listagem e a decisao.
       LISTA-AGUARDANDO.
           MOVE 0 TO WS-QTD-AGUARD
           MOVE 0 TO WS-POSICAO
           MOVE "N" TO WS-EOF-AJU
           OPEN INPUT AJUSTES
           IF WS-AJU-STATUS = "35"
              DISPLAY "AJUSTES.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUM. VENDED S     VALOR MO DIGITOU"
           PERFORM UNTIL EOF-AJU
              READ AJUSTES
                 AT END
                    MOVE "Y" TO WS-EOF-AJU
                 NOT AT END
                    ADD 1 TO WS-POSICAO
                    IF AJ-AGUARDANDO
                       ADD 1 TO WS-QTD-AGUARD
                       MOVE AJ-VALOR TO WS-VLR-ED
                       DISPLAY WS-POSICAO " " AJ-VENDEDOR-ID " "
                          AJ-SINAL " " WS-VLR-ED " " AJ-MOTIVO " "
                          AJ-DIGITADOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AJUSTES
           IF WS-QTD-AGUARD = 0
              DISPLAY "(NENHUM AJUSTE AGUARDANDO APROVACAO)"
           END-IF.

       DECIDE-AJUSTE.
           IF LK-ADMIN-CODIGO = SPACES
              DISPLAY "OPERADOR NAO IDENTIFICADO - APROVACAO EXIGE "
                 "ASSINATURA NO MENU"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DO AJUSTE: "
           ACCEPT WS-BUSCA-AJU
           IF WS-BUSCA-AJU = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-AJUSTE
           IF NOT ACHOU-AJU
              DISPLAY "AJUSTE " WS-BUSCA-AJU
                 " NAO ESTA AGUARDANDO APROVACAO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-AJU-DIGITADOR = LK-ADMIN-CODIGO
              DISPLAY "AJUSTE " WS-BUSCA-AJU " DIGITADO POR "
                 LK-ADMIN-CODIGO " - A APROVACAO TEM DE SER DE "
                 "OUTRO OPERADOR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DECISAO
           PERFORM UNTIL WS-DECISAO = "A" OR WS-DECISAO = "R"
                 OR WS-DECISAO = "C"
              DISPLAY "(A) APROVAR  (R) REJEITAR  (C) CANCELAR: "
              ACCEPT WS-DECISAO
           END-PERFORM
           IF WS-DECISAO = "C"
              EXIT PARAGRAPH
           END-IF
           PERFORM REGRAVA-AJUSTES
           MOVE SPACES TO WS-SL-ACAO
           IF WS-DECISAO = "A"
              STRING "AJUSTE APROV " DELIMITED BY SIZE
                     WS-BUSCA-AJU DELIMITED BY SIZE
                     INTO WS-SL-ACAO
              END-STRING
              DISPLAY "AJUSTE " WS-BUSCA-AJU " APROVADO - ENTRA NA "
                 "PROXIMA LIBERACAO DA FOLHA"
           ELSE
              STRING "AJUSTE REJEIT " DELIMITED BY SIZE
                     WS-BUSCA-AJU DELIMITED BY SIZE
                     INTO WS-SL-ACAO
              END-STRING
              DISPLAY "AJUSTE " WS-BUSCA-AJU " REJEITADO - NAO SERA "
                 "APLICADO"
           END-IF
           PERFORM GRAVA-SESSAO-LOG.

      *    Mostra o ajuste escolhido e guarda quem o digitou.
       LOCALIZA-AJUSTE.
           MOVE "N" TO WS-ACHOU-AJU
           MOVE 0 TO WS-POSICAO
           MOVE "N" TO WS-EOF-AJU
           OPEN INPUT AJUSTES
           IF WS-AJU-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-AJU OR ACHOU-AJU
              READ AJUSTES
                 AT END
                    MOVE "Y" TO WS-EOF-AJU
                 NOT AT END
                    ADD 1 TO WS-POSICAO
                    IF WS-POSICAO = WS-BUSCA-AJU AND AJ-AGUARDANDO
                       MOVE "Y" TO WS-ACHOU-AJU
                       MOVE AJ-DIGITADOR TO WS-AJU-DIGITADOR
                       MOVE AJ-VALOR TO WS-VLR-ED
                       DISPLAY "VENDEDOR " AJ-VENDEDOR-ID " "
                          AJ-SINAL WS-VLR-ED " MOTIVO " AJ-MOTIVO
                          " DIGITADO POR " AJ-DIGITADOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AJUSTES.

       REGRAVA-AJUSTES.
           MOVE 0 TO WS-POSICAO
           MOVE "N" TO WS-EOF-AJU
           OPEN INPUT AJUSTES
           OPEN OUTPUT AJUSTES-TRABALHO
           PERFORM UNTIL EOF-AJU
              READ AJUSTES
                 AT END
                    MOVE "Y" TO WS-EOF-AJU
                 NOT AT END
                    ADD 1 TO WS-POSICAO
                    IF WS-POSICAO = WS-BUSCA-AJU AND AJ-AGUARDANDO
                       PERFORM REGISTRA-DECISAO
                    END-IF
                    WRITE AJUSTES-TRABALHO-REC FROM AJUSTES-REC
              END-READ
           END-PERFORM
           CLOSE AJUSTES
           CLOSE AJUSTES-TRABALHO
           PERFORM EFETIVA-TROCA-ARQUIVO.

       REGISTRA-DECISAO.
           IF WS-DECISAO = "A"
              SET AJ-PENDENTE TO TRUE
           ELSE
              SET AJ-REJEITADO TO TRUE
           END-IF
           MOVE LK-ADMIN-CODIGO TO AJ-AUTORIZADOR
           MOVE WS-HOJE         TO AJ-DATA-DECISAO.

       GRAVA-SESSAO-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DH-DATA      TO WS-SL-DATA
           MOVE WS-DH-HORA      TO WS-SL-HORA
           MOVE LK-ADMIN-CODIGO TO WS-SL-OPERADOR
           OPEN EXTEND SESSAO-LOG
           IF WS-SESS-STATUS = "35"
              CLOSE SESSAO-LOG
              OPEN OUTPUT SESSAO-LOG
           END-IF
           WRITE SESSAO-LOG-REC FROM WS-SESS-LINHA
           CLOSE SESSAO-LOG.

       COPY "ARQTROCAP.cpy".
