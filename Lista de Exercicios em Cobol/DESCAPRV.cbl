       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCAPRV.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Aprovacao de descontos negociados acima da alcada do
      * vendedor, tela de nivel 3 chamada pelo MENU. O CARRO grava a
      * linha da cotacao como PENDENTE (COT-PENDENTE) quando o
      * desconto negociado passa de VM-LIMITE-DESC; ela nao converte
      * ate a decisao daqui. Funcoes:
      *   - listar as linhas pendentes de COTACAO.DAT;
      *   - aprovar (volta a ATIVA) ou reprovar (REJEITADA - o
      *     expurgo a retira e devolve a reserva) uma cotacao;
      *   - relatorio do mes (DESCAREL.DAT): cada decisao e o total
      *     por operador do desconto concedido.
      * Cada decisao sai em DESCAPLG.DAT com operador, percentual e
      * valor, e em SESSLOG.DAT como as demais acoes de nivel 3.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT APROVACAO-LOG ASSIGN TO "DESCAPLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLG-STATUS.
           SELECT APROVACAO-REL ASSIGN TO "DESCAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT SESSAO-LOG ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  APROVACAO-LOG
           RECORD CONTAINS 83 CHARACTERS.
       COPY "APRVREC.cpy".

       FD  APROVACAO-REL
           RECORD CONTAINS 80 CHARACTERS.
       01  APROVACAO-REL-REC     PIC X(80).

       FD  SESSAO-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  SESSAO-LOG-REC        PIC X(50).

       WORKING-STORAGE SECTION.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-APLG-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-SESS-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-COT       PIC X VALUE "N".
           88 EOF-COT              VALUE "Y".
       77  WS-EOF-APLG      PIC X VALUE "N".
           88 EOF-APLG             VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-BUSCA-COT     PIC 9(6) VALUE 0.
       77  WS-QTD-PEND      PIC 9(4) VALUE 0.
       77  WS-QTD-DECIDIDAS PIC 9(4) VALUE 0.
       77  WS-DECISAO       PIC X VALUE SPACE.
       77  WS-PCT-ED        PIC ZZ9.99.
       77  WS-VLR-ED        PIC ZZZ,ZZ9.99.
       77  WS-HOJE          PIC 9(8).
       77  WS-MES-REL       PIC X(6) VALUE SPACES.
       77  WS-QTD-REL       PIC 9(5) VALUE 0.
       77  WS-CONCEDIDO     PIC 9(9)V99 VALUE 0.
       77  WS-OPR-I         PIC 9(3) VALUE 0.
       77  WS-ACHOU-OPR     PIC X VALUE "N".
           88 ACHOU-OPR            VALUE "Y".
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
      *    Totais do relatorio mensal por operador que decidiu.
       77  WS-OPR-COUNT     PIC 9(3) VALUE 0.
       01  WS-OPR-TABELA.
           05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-OPR-COUNT
                              INDEXED BY WS-OPR-IDX.
               10  WS-OR-CODIGO    PIC X(8).
               10  WS-OR-APROV     PIC 9(5).
               10  WS-OR-REPROV    PIC 9(5).
               10  WS-OR-VALOR     PIC 9(9)V99.
       01  WS-REL-DETALHE.
           05  WS-RD-DATA        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-OPERADOR    PIC X(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-DECISAO     PIC X(9).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-COT         PIC 9(6).
           05  FILLER            PIC X VALUE "/".
           05  WS-RD-LINHA       PIC 9(2).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-VENDEDOR    PIC X(6).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-QTDE        PIC ZZ9.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-PCT         PIC ZZ9.99.
           05  FILLER            PIC X(2) VALUE "% ".
           05  WS-RD-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(8) VALUE SPACES.
       01  WS-REL-OPERADOR.
           05  FILLER            PIC X(9) VALUE "OPERADOR ".
           05  WS-RO-CODIGO      PIC X(8).
           05  FILLER            PIC X(11) VALUE " APROVADAS ".
           05  WS-RO-APROV       PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE " REPROVADAS ".
           05  WS-RO-REPROV      PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE " CONCEDIDO: ".
           05  WS-RO-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-ADMIN-CODIGO        PIC X(8).
       PROCEDURE DIVISION USING LK-ADMIN-CODIGO.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== APROVACAO DE DESCONTOS ====="
              DISPLAY "(1) LISTAR PENDENTES"
              DISPLAY "(2) APROVAR / REPROVAR COTACAO"
              DISPLAY "(3) RELATORIO DO MES"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-PENDENTES
                 WHEN 2 PERFORM DECIDE-COTACAO
                 WHEN 3 PERFORM GERA-RELATORIO-MES
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *    Com WS-BUSCA-COT zerado lista todas as pendentes; com um
      *    numero, so as linhas pendentes daquela cotacao.
       LISTA-PENDENTES.
           MOVE 0 TO WS-BUSCA-COT
           PERFORM EXIBE-PENDENTES.

       EXIBE-PENDENTES.
           MOVE 0 TO WS-QTD-PEND
           MOVE "N" TO WS-EOF-COT
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              DISPLAY "COTACAO.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COTACAO/LN VENDED CLIENTE                        "
              "  QTD  DESC%   DESC/UNID"
           PERFORM UNTIL EOF-COT
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-COT
                 NOT AT END
                    IF COT-PENDENTE
                          AND (WS-BUSCA-COT = 0
                          OR COT-NUMERO = WS-BUSCA-COT)
                       ADD 1 TO WS-QTD-PEND
                       MOVE COT-PCT-NEGOC TO WS-PCT-ED
                       MOVE COT-VLR-NEGOC TO WS-VLR-ED
                       DISPLAY COT-NUMERO "/" COT-LINHA " "
                          COT-VENDEDOR-ID " " COT-CLIENTE " "
                          COT-QTDE " " WS-PCT-ED " " WS-VLR-ED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO
           IF WS-QTD-PEND = 0
              DISPLAY "(NENHUMA LINHA PENDENTE)"
           END-IF.

      *    A decisao vale para todas as linhas pendentes da cotacao -
      *    a frota e negociada como um pacote so. Cada linha decidida
      *    e regravada no COTACAO.DAT indexado pela propria chave.
       DECIDE-COTACAO.
           DISPLAY "NUMERO DA COTACAO: "
           ACCEPT WS-BUSCA-COT
           IF WS-BUSCA-COT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM EXIBE-PENDENTES
           IF WS-QTD-PEND = 0
              DISPLAY "COTACAO " WS-BUSCA-COT " SEM LINHA PENDENTE"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DECISAO
           PERFORM UNTIL WS-DECISAO = "A" OR WS-DECISAO = "R"
                 OR WS-DECISAO = "C"
              DISPLAY "(A) APROVAR  (R) REPROVAR  (C) CANCELAR: "
              ACCEPT WS-DECISAO
           END-PERFORM
           IF WS-DECISAO = "C"
              EXIT PARAGRAPH
           END-IF
           PERFORM REGRAVA-COTACOES
           MOVE SPACES TO WS-SL-ACAO
           IF WS-DECISAO = "A"
              STRING "DESC APROV " DELIMITED BY SIZE
                     WS-BUSCA-COT DELIMITED BY SIZE
                     INTO WS-SL-ACAO
              END-STRING
              DISPLAY "COTACAO " WS-BUSCA-COT " APROVADA - "
                 WS-QTD-DECIDIDAS " LINHA(S) LIBERADA(S) PARA "
                 "CONVERSAO"
           ELSE
              STRING "DESC REPROV " DELIMITED BY SIZE
                     WS-BUSCA-COT DELIMITED BY SIZE
                     INTO WS-SL-ACAO
              END-STRING
              DISPLAY "COTACAO " WS-BUSCA-COT " REPROVADA - "
                 WS-QTD-DECIDIDAS " LINHA(S); O VENDEDOR REFAZ A "
                 "COTACAO"
           END-IF
           PERFORM GRAVA-SESSAO-LOG.

       REGRAVA-COTACOES.
           MOVE 0 TO WS-QTD-DECIDIDAS
           MOVE "N" TO WS-EOF-COT
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN I-O COTACAO
           OPEN EXTEND APROVACAO-LOG
           IF WS-APLG-STATUS = "35"
              CLOSE APROVACAO-LOG
              OPEN OUTPUT APROVACAO-LOG
           END-IF
           MOVE WS-BUSCA-COT TO COT-NUMERO
           START COTACAO KEY IS = COT-NUMERO
              INVALID KEY
                 MOVE "Y" TO WS-EOF-COT
           END-START
           PERFORM UNTIL EOF-COT
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-COT
                 NOT AT END
                    IF COT-NUMERO NOT = WS-BUSCA-COT
                       MOVE "Y" TO WS-EOF-COT
                    ELSE
                       IF COT-PENDENTE
                          PERFORM REGISTRA-DECISAO
                          REWRITE COTACAO-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO
           CLOSE APROVACAO-LOG.

       REGISTRA-DECISAO.
           ADD 1 TO WS-QTD-DECIDIDAS
           IF WS-DECISAO = "A"
              SET COT-ATIVA TO TRUE
           ELSE
              SET COT-REJEITADA TO TRUE
           END-IF
           MOVE SPACES          TO APROVACAO-REC
           MOVE WS-DH-DATA      TO AL-DATA
           MOVE WS-DH-HORA      TO AL-HORA
           MOVE LK-ADMIN-CODIGO TO AL-OPERADOR
           MOVE WS-DECISAO      TO AL-DECISAO
           MOVE COT-NUMERO      TO AL-COT-NUMERO
           MOVE COT-LINHA       TO AL-COT-LINHA
           MOVE COT-VENDEDOR-ID TO AL-VENDEDOR-ID
           MOVE COT-CLIENTE     TO AL-CLIENTE
           IF COT-QTDE IS NUMERIC AND COT-QTDE > 0
              MOVE COT-QTDE TO AL-QTDE
           ELSE
              MOVE 1 TO AL-QTDE
           END-IF
           MOVE COT-PCT-NEGOC   TO AL-PCT-NEGOC
           MOVE COT-VLR-NEGOC   TO AL-VLR-NEGOC
           WRITE APROVACAO-REC.

      *    Relatorio do mes para o fechamento: cada decisao do mes com
      *    o desconto total da linha (por unidade x quantidade) e, no
      *    fim, o quanto cada operador aprovou - quem concedeu qual
      *    margem.
       GERA-RELATORIO-MES.
           DISPLAY "MES (AAAAMM, BRANCO = MES CORRENTE): "
           MOVE SPACES TO WS-MES-REL
           ACCEPT WS-MES-REL
           IF WS-MES-REL = SPACES
              MOVE WS-HOJE(1:6) TO WS-MES-REL
           END-IF
           MOVE 0 TO WS-OPR-COUNT
           MOVE 0 TO WS-QTD-REL
           MOVE "N" TO WS-EOF-APLG
           OPEN INPUT APROVACAO-LOG
           IF WS-APLG-STATUS = "35"
              DISPLAY "DESCAPLG.DAT NAO ENCONTRADO - NENHUMA DECISAO"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APROVACAO-REL
           MOVE SPACES TO APROVACAO-REL-REC
           STRING "===== DESCONTOS DECIDIDOS NO MES " DELIMITED BY SIZE
                  WS-MES-REL DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO APROVACAO-REL-REC
           END-STRING
           WRITE APROVACAO-REL-REC
           MOVE SPACES TO APROVACAO-REL-REC
           STRING "DATA     OPERADOR DECISAO   COT/LN    VENDED QTD "
                     DELIMITED BY SIZE
                  "  DESC%   DESC. CONCEDIDO" DELIMITED BY SIZE
                  INTO APROVACAO-REL-REC
           END-STRING
           WRITE APROVACAO-REL-REC
           PERFORM UNTIL EOF-APLG
              READ APROVACAO-LOG
                 AT END
                    MOVE "Y" TO WS-EOF-APLG
                 NOT AT END
                    IF AL-DATA(1:6) = WS-MES-REL
                       PERFORM LISTA-UMA-DECISAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APROVACAO-LOG
           MOVE SPACES TO APROVACAO-REL-REC
           WRITE APROVACAO-REL-REC
           MOVE "----- TOTAL POR OPERADOR -----" TO APROVACAO-REL-REC
           WRITE APROVACAO-REL-REC
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
                 UNTIL WS-OPR-I > WS-OPR-COUNT
              MOVE WS-OR-CODIGO(WS-OPR-I) TO WS-RO-CODIGO
              MOVE WS-OR-APROV(WS-OPR-I)  TO WS-RO-APROV
              MOVE WS-OR-REPROV(WS-OPR-I) TO WS-RO-REPROV
              MOVE WS-OR-VALOR(WS-OPR-I)  TO WS-RO-VALOR
              WRITE APROVACAO-REL-REC FROM WS-REL-OPERADOR
           END-PERFORM
           CLOSE APROVACAO-REL
           DISPLAY "RELATORIO DESCAREL.DAT GERADO - " WS-QTD-REL
              " DECISAO(OES) EM " WS-MES-REL.

       LISTA-UMA-DECISAO.
           ADD 1 TO WS-QTD-REL
           COMPUTE WS-CONCEDIDO = AL-VLR-NEGOC * AL-QTDE
           MOVE AL-DATA        TO WS-RD-DATA
           MOVE AL-OPERADOR    TO WS-RD-OPERADOR
           IF AL-APROVADA
              MOVE "APROVADA"  TO WS-RD-DECISAO
           ELSE
              MOVE "REPROVADA" TO WS-RD-DECISAO
           END-IF
           MOVE AL-COT-NUMERO  TO WS-RD-COT
           MOVE AL-COT-LINHA   TO WS-RD-LINHA
           MOVE AL-VENDEDOR-ID TO WS-RD-VENDEDOR
           MOVE AL-QTDE        TO WS-RD-QTDE
           MOVE AL-PCT-NEGOC   TO WS-RD-PCT
           MOVE WS-CONCEDIDO   TO WS-RD-VALOR
           WRITE APROVACAO-REL-REC FROM WS-REL-DETALHE
           MOVE "N" TO WS-ACHOU-OPR
           IF WS-OPR-COUNT > 0
              SET WS-OPR-IDX TO 1
              SEARCH WS-OPR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-OR-CODIGO(WS-OPR-IDX) = AL-OPERADOR
                    MOVE "Y" TO WS-ACHOU-OPR
              END-SEARCH
           END-IF
           IF NOT ACHOU-OPR
              IF WS-OPR-COUNT > 99
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OPR-COUNT
              SET WS-OPR-IDX TO WS-OPR-COUNT
              MOVE AL-OPERADOR TO WS-OR-CODIGO(WS-OPR-IDX)
              MOVE 0 TO WS-OR-APROV(WS-OPR-IDX)
              MOVE 0 TO WS-OR-REPROV(WS-OPR-IDX)
              MOVE 0 TO WS-OR-VALOR(WS-OPR-IDX)
           END-IF
           IF AL-APROVADA
              ADD 1 TO WS-OR-APROV(WS-OPR-IDX)
              ADD WS-CONCEDIDO TO WS-OR-VALOR(WS-OPR-IDX)
           ELSE
              ADD 1 TO WS-OR-REPROV(WS-OPR-IDX)
           END-IF.

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
