       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Renegociacao de contratos financiados em atraso - o cliente
      * da lista de cobranca (COBRANCA.DAT) que aceita um plano novo:
      *   - renegociacao: as parcelas vencidas e pendentes do
      *     contrato fecham como renegociadas (sem pagamento) e o
      *     saldo delas vira um contrato novo em CONTRATOS.DAT
      *     (numerado por CONTSEQ.DAT, ligado ao de origem), com
      *     prazo e parcela pela taxa vigente de JUROSMAST.DAT para o
      *     prazo escolhido, juro simples como na venda do CARRO. As
      *     parcelas que ainda nao venceram continuam no contrato de
      *     origem; sem nenhuma, ele sai da carteira como renegociado;
      *   - historico RENEGREL.DAT: os contratos renegociados com as
      *     parcelas pagas e vencidas do plano novo e se ele esta
      *     sendo cumprido (em dia ou quitado) ou voltou ao atraso.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT CONTRATO-SEQ ASSIGN TO "CONTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTSEQ-STATUS.
           SELECT JUROS-MASTER ASSIGN TO "JUROSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT RENEG-REPORT ASSIGN TO "RENEGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  CONTRATO-SEQ
           RECORD CONTAINS 6 CHARACTERS.
       01  CONTRATO-SEQ-REC      PIC 9(6).

       FD  JUROS-MASTER
           RECORD CONTAINS 20 CHARACTERS.
       01  JUROS-MASTER-REC.
           05  JR-DATA-VIGENCIA  PIC 9(8).
           05  JR-PRAZO          PIC 9(3).
           05  JR-TAXA-MES       PIC 9V9(5).
           05  FILLER            PIC X(3).

       FD  RENEG-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RENEG-REPORT-REC      PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTSEQ-STATUS  PIC XX VALUE SPACES.
       77  WS-JUR-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X VALUE SPACE.
       77  WS-HOJE          PIC 9(8).
       77  WS-VENC-INT      PIC 9(8).
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-BUSCA-CONTR   PIC 9(6).
       77  WS-PROX-CONTRATO PIC 9(6) VALUE 0.
      *    Carteira inteira em memoria: o arquivo e regravado depois
      *    da renegociacao, como no RECEBPAG.
       77  WS-PARC-COUNT    PIC 9(4) VALUE 0.
       77  WS-PARC-ESTOURO  PIC X VALUE "N".
           88 PARCELAS-ESTOURARAM  VALUE "Y".
       01  WS-PARC-TABELA.
           05  WS-PARC-LINHA-TAB OCCURS 2000 TIMES PIC X(71).
       77  WS-CTR-COUNT     PIC 9(3) VALUE 0.
       77  WS-CTR-ESTOURO   PIC X VALUE "N".
           88 CONTRATOS-ESTOURARAM VALUE "Y".
       01  WS-CTR-TABELA.
           05  WS-CTR-LINHA-TAB OCCURS 500 TIMES PIC X(90).
       77  WS-CTR-POS       PIC 9(3) VALUE 0.
      *    Contrato de origem e saldo renegociado.
       77  WS-ORI-COT       PIC 9(6).
       77  WS-ORI-CLIENTE-ID PIC X(6).
       77  WS-ORI-CLIENTE   PIC X(30).
       77  WS-ORI-VENDEDOR  PIC X(6).
       77  WS-QTD-VENCIDAS  PIC 9(3) VALUE 0.
       77  WS-QTD-FUTURAS   PIC 9(3) VALUE 0.
       77  WS-SALDO         PIC 9(7)V99 VALUE 0.
       77  WS-NOVA-PARCELA  PIC 9(7)V99 VALUE 0.
       77  WS-NOVO-PRAZO    PIC 9(3) VALUE 0.
       77  WS-NOVA-TAXA     PIC 9V9(5) VALUE 0.
       77  WS-VALOR-ED      PIC ZZZ,ZZ9.99.
      *    Taxa vigente por prazo de JUROSMAST.DAT.
       77  WS-TX-COUNT      PIC 9(2) VALUE 0.
       01  WS-TX-TABELA.
           05  WS-TX-ENTRY OCCURS 20 TIMES.
               10  WS-TX-PRAZO      PIC 9(3).
               10  WS-TX-VIG        PIC 9(8).
               10  WS-TX-TAXA       PIC 9V9(5).
               10  WS-TX-PARCELA    PIC 9(7)V99.
       77  WS-TX-I          PIC 9(2).
       77  WS-TX-ESC        PIC 9(2) VALUE 0.
      *    Historico: um contrato novo por renegociacao.
       77  WS-RN-COUNT      PIC 9(3) VALUE 0.
       01  WS-RN-TABELA.
           05  WS-RN-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-RN-COUNT
                              INDEXED BY WS-RN-IDX.
               10  WS-RN-CONTRATO  PIC 9(6).
               10  WS-RN-ORIGEM    PIC 9(6).
               10  WS-RN-DATA      PIC 9(8).
               10  WS-RN-CLIENTE   PIC X(30).
               10  WS-RN-MESES     PIC 9(3).
               10  WS-RN-SITUACAO  PIC X.
               10  WS-RN-PAGAS     PIC 9(3).
               10  WS-RN-VENCIDAS  PIC 9(3).
       77  WS-QTD-CUMPRINDO PIC 9(3) VALUE 0.
       77  WS-QTD-ATRASO    PIC 9(3) VALUE 0.
       77  WS-PCT-CUMPRIDO  PIC 9(3)V9 VALUE 0.
       77  WS-PCT-ED        PIC ZZ9.9.
       01  WS-REL-LINHA.
           05  WS-RL-CONTRATO   PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-ORIGEM     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-DATA       PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CLIENTE    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-PAGAS      PIC ZZ9.
           05  FILLER           PIC X VALUE "/".
           05  WS-RL-MESES      PIC 999.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VENCIDAS   PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-SITUACAO   PIC X(12).
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-REL-CABEC.
           05  FILLER PIC X(23) VALUE "NOVO   ORIGEM DATA     ".
           05  FILLER PIC X(21) VALUE "CLIENTE".
           05  FILLER PIC X(36) VALUE "  PAGAS VEN SITUACAO".
       01  WS-RES-LINHA.
           05  WS-RS-LABEL      PIC X(40).
           05  WS-RS-VALOR      PIC ZZZ9.
           05  FILLER           PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== RENEGOCIACAO DE CONTRATOS ====="
              DISPLAY "(1) RENEGOCIAR CONTRATO EM ATRASO"
              DISPLAY "(2) HISTORICO DE RENEGOCIACOES"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM RENEGOCIA-CONTRATO
                 WHEN 2 PERFORM RELATORIO-RENEGOCIACOES
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

       RENEGOCIA-CONTRATO.
           DISPLAY "NUMERO DO CONTRATO A RENEGOCIAR: "
           ACCEPT WS-BUSCA-CONTR
           PERFORM CARREGA-CONTRATOS
           IF CONTRATOS-ESTOURARAM
              DISPLAY "CONTRATOS.DAT MAIOR QUE A TABELA DE 500 - "
                 "RENEGOCIACAO RECUSADA PARA NAO TRUNCAR A CARTEIRA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-CTR-POS = 0
              DISPLAY "CONTRATO " WS-BUSCA-CONTR " NAO ENCONTRADO "
                 "OU FORA DA CARTEIRA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-PARCELAS
           IF PARCELAS-ESTOURARAM
              DISPLAY "PARCELAS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "RENEGOCIACAO RECUSADA PARA NAO TRUNCAR A CARTEIRA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM SOMA-PARCELAS-VENCIDAS
           IF WS-QTD-VENCIDAS = 0
              DISPLAY "CONTRATO " WS-BUSCA-CONTR
                 " SEM PARCELAS VENCIDAS - NADA A RENEGOCIAR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-TAXAS
           IF WS-TX-COUNT = 0
              DISPLAY "SEM TAXA VIGENTE EM JUROSMAST.DAT - "
                 "RENEGOCIACAO INDISPONIVEL"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO TO WS-VALOR-ED
           DISPLAY "CLIENTE: " WS-ORI-CLIENTE
           DISPLAY WS-QTD-VENCIDAS " PARCELA(S) VENCIDA(S) - SALDO A "
              "RENEGOCIAR: " WS-VALOR-ED
           PERFORM VARYING WS-TX-I FROM 1 BY 1
                 UNTIL WS-TX-I > WS-TX-COUNT
              COMPUTE WS-TX-PARCELA(WS-TX-I) ROUNDED =
                 (WS-SALDO + (WS-SALDO * WS-TX-TAXA(WS-TX-I)
                 * WS-TX-PRAZO(WS-TX-I))) / WS-TX-PRAZO(WS-TX-I)
              MOVE WS-TX-PARCELA(WS-TX-I) TO WS-VALOR-ED
              DISPLAY WS-TX-PRAZO(WS-TX-I) " MESES DE " WS-VALOR-ED
                 " (TAXA " WS-TX-TAXA(WS-TX-I) " AO MES)"
           END-PERFORM
           PERFORM ESCOLHE-PRAZO
           IF WS-TX-ESC = 0
              DISPLAY "RENEGOCIACAO NAO EFETUADA"
              EXIT PARAGRAPH
           END-IF
           IF WS-PARC-COUNT + WS-NOVO-PRAZO > 2000
                 OR WS-CTR-COUNT >= 500
              DISPLAY "CARTEIRA SEM ESPACO PARA O CONTRATO NOVO - "
                 "RENEGOCIACAO RECUSADA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOVA-PARCELA TO WS-VALOR-ED
           DISPLAY "CONFIRMA " WS-NOVO-PRAZO " PARCELAS DE "
              WS-VALOR-ED "? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "RENEGOCIACAO NAO EFETUADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM PROXIMO-NUMERO-CONTRATO
           PERFORM FECHA-PARCELAS-VENCIDAS
           PERFORM GERA-CONTRATO-NOVO
           PERFORM REGRAVA-PARCELAS
           PERFORM REGRAVA-CONTRATOS
           DISPLAY "CONTRATO " WS-PROX-CONTRATO " GERADO COM "
              WS-NOVO-PRAZO " PARCELA(S) - RENEGOCIA O CONTRATO "
              WS-BUSCA-CONTR
           IF WS-QTD-FUTURAS = 0
              DISPLAY "CONTRATO " WS-BUSCA-CONTR
                 " ENCERRADO COMO RENEGOCIADO"
           ELSE
              DISPLAY "CONTRATO " WS-BUSCA-CONTR " SEGUE COM "
                 WS-QTD-FUTURAS " PARCELA(S) A VENCER"
           END-IF.

       CARREGA-CONTRATOS.
           MOVE 0 TO WS-CTR-COUNT
           MOVE 0 TO WS-CTR-POS
           MOVE "N" TO WS-CTR-ESTOURO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONTRATOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-CTR-COUNT < 500
                       ADD 1 TO WS-CTR-COUNT
                       MOVE CONTRATO-REC
                          TO WS-CTR-LINHA-TAB(WS-CTR-COUNT)
                       IF CT-NUMERO = WS-BUSCA-CONTR AND CT-ABERTO
                          MOVE WS-CTR-COUNT   TO WS-CTR-POS
                          MOVE CT-COT-NUMERO  TO WS-ORI-COT
                          MOVE CT-CLIENTE-ID  TO WS-ORI-CLIENTE-ID
                          MOVE CT-CLIENTE     TO WS-ORI-CLIENTE
                          MOVE CT-VENDEDOR-ID TO WS-ORI-VENDEDOR
                       END-IF
                    ELSE
                       MOVE "Y" TO WS-CTR-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS.

       CARREGA-PARCELAS.
           MOVE 0 TO WS-PARC-COUNT
           MOVE "N" TO WS-PARC-ESTOURO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ PARCELAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-PARC-COUNT < 2000
                          ADD 1 TO WS-PARC-COUNT
                          MOVE PARCELA-REC
                             TO WS-PARC-LINHA-TAB(WS-PARC-COUNT)
                       ELSE
                          MOVE "Y" TO WS-PARC-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.

      *    Entra no saldo o valor de face das vencidas; a parcela que
      *    vence hoje ainda nao esta em atraso e fica no contrato.
       SOMA-PARCELAS-VENCIDAS.
           MOVE 0 TO WS-QTD-VENCIDAS
           MOVE 0 TO WS-QTD-FUTURAS
           MOVE 0 TO WS-SALDO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              IF PA-CONTRATO = WS-BUSCA-CONTR AND PA-PENDENTE
                 IF PA-VENCIMENTO < WS-HOJE
                    ADD 1 TO WS-QTD-VENCIDAS
                    ADD PA-VALOR TO WS-SALDO
                 ELSE
                    ADD 1 TO WS-QTD-FUTURAS
                 END-IF
              END-IF
           END-PERFORM.

       CARREGA-TAXAS.
           MOVE 0 TO WS-TX-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT JUROS-MASTER
           IF WS-JUR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ JUROS-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF JR-DATA-VIGENCIA <= WS-HOJE AND JR-PRAZO > 0
                       PERFORM SELECIONA-TAXA-PRAZO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JUROS-MASTER.

       SELECIONA-TAXA-PRAZO.
           PERFORM VARYING WS-TX-I FROM 1 BY 1
                 UNTIL WS-TX-I > WS-TX-COUNT
                    OR WS-TX-PRAZO(WS-TX-I) = JR-PRAZO
              CONTINUE
           END-PERFORM
           IF WS-TX-I > WS-TX-COUNT
              IF WS-TX-COUNT >= 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TX-COUNT
              MOVE WS-TX-COUNT TO WS-TX-I
              MOVE JR-PRAZO TO WS-TX-PRAZO(WS-TX-I)
              MOVE 0        TO WS-TX-VIG(WS-TX-I)
           END-IF
           IF JR-DATA-VIGENCIA > WS-TX-VIG(WS-TX-I)
              MOVE JR-DATA-VIGENCIA TO WS-TX-VIG(WS-TX-I)
              MOVE JR-TAXA-MES      TO WS-TX-TAXA(WS-TX-I)
           END-IF.

       ESCOLHE-PRAZO.
           MOVE 0 TO WS-TX-ESC
           DISPLAY "PRAZO ESCOLHIDO PELO CLIENTE (0 = DESISTIR): "
           ACCEPT WS-NOVO-PRAZO
           IF WS-NOVO-PRAZO = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TX-I FROM 1 BY 1
                 UNTIL WS-TX-I > WS-TX-COUNT
              IF WS-TX-PRAZO(WS-TX-I) = WS-NOVO-PRAZO
                 MOVE WS-TX-I TO WS-TX-ESC
              END-IF
           END-PERFORM
           IF WS-TX-ESC = 0
              DISPLAY "PRAZO " WS-NOVO-PRAZO " SEM TAXA VIGENTE NA "
                 "TABELA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TX-TAXA(WS-TX-ESC)    TO WS-NOVA-TAXA
           MOVE WS-TX-PARCELA(WS-TX-ESC) TO WS-NOVA-PARCELA.

       PROXIMO-NUMERO-CONTRATO.
           OPEN INPUT CONTRATO-SEQ
           IF WS-CTSEQ-STATUS = "35"
              MOVE 0 TO WS-PROX-CONTRATO
           ELSE
              READ CONTRATO-SEQ INTO WS-PROX-CONTRATO
              CLOSE CONTRATO-SEQ
           END-IF
           ADD 1 TO WS-PROX-CONTRATO
           OPEN OUTPUT CONTRATO-SEQ
           WRITE CONTRATO-SEQ-REC FROM WS-PROX-CONTRATO
           CLOSE CONTRATO-SEQ.

      *    A vencida fecha na data da renegociacao sem valor recebido
      *    - nao e pagamento e nao vai para o CONTABIL.
       FECHA-PARCELAS-VENCIDAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              IF PA-CONTRATO = WS-BUSCA-CONTR AND PA-PENDENTE
                    AND PA-VENCIMENTO < WS-HOJE
                 SET PA-RENEGOCIADA TO TRUE
                 MOVE WS-HOJE TO PA-DATA-PGTO
                 MOVE 0 TO PA-VLR-PRINCIPAL
                 MOVE 0 TO PA-VLR-MULTA
                 MOVE 0 TO PA-VLR-JUROS
                 MOVE 0 TO PA-VLR-DESCONTO
                 MOVE PARCELA-REC TO WS-PARC-LINHA-TAB(WS-I)
              END-IF
           END-PERFORM
           IF WS-QTD-FUTURAS = 0
              MOVE WS-CTR-LINHA-TAB(WS-CTR-POS) TO CONTRATO-REC
              SET CT-RENEGOCIADO TO TRUE
              MOVE CONTRATO-REC TO WS-CTR-LINHA-TAB(WS-CTR-POS)
           END-IF.

       GERA-CONTRATO-NOVO.
           MOVE SPACES TO CONTRATO-REC
           MOVE WS-PROX-CONTRATO  TO CT-NUMERO
           MOVE WS-ORI-COT        TO CT-COT-NUMERO
           MOVE WS-ORI-CLIENTE-ID TO CT-CLIENTE-ID
           MOVE WS-ORI-CLIENTE    TO CT-CLIENTE
           MOVE WS-ORI-VENDEDOR   TO CT-VENDEDOR-ID
           MOVE WS-HOJE           TO CT-DATA
           MOVE WS-SALDO          TO CT-TOTAL
           MOVE WS-NOVO-PRAZO     TO CT-MESES
           MOVE WS-NOVA-PARCELA   TO CT-PARCELA
           SET CT-ABERTO TO TRUE
           MOVE WS-BUSCA-CONTR    TO CT-CONTRATO-ORIGEM
           ADD 1 TO WS-CTR-COUNT
           MOVE CONTRATO-REC TO WS-CTR-LINHA-TAB(WS-CTR-COUNT)
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-NOVO-PRAZO
              MOVE SPACES TO PARCELA-REC
              MOVE WS-PROX-CONTRATO TO PA-CONTRATO
              MOVE WS-J             TO PA-NUMERO
              COMPUTE WS-VENC-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE) + (WS-J * 30)
              COMPUTE PA-VENCIMENTO =
                 FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
              MOVE WS-NOVA-PARCELA  TO PA-VALOR
              SET PA-PENDENTE TO TRUE
              MOVE 0 TO PA-DATA-PGTO
              MOVE 0 TO PA-VLR-PRINCIPAL
              MOVE 0 TO PA-VLR-MULTA
              MOVE 0 TO PA-VLR-JUROS
              MOVE 0 TO PA-VLR-DESCONTO
              ADD 1 TO WS-PARC-COUNT
              MOVE PARCELA-REC TO WS-PARC-LINHA-TAB(WS-PARC-COUNT)
           END-PERFORM.

       REGRAVA-PARCELAS.
           OPEN OUTPUT PARCELAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              WRITE PARCELA-REC
           END-PERFORM
           CLOSE PARCELAS.

       REGRAVA-CONTRATOS.
           OPEN OUTPUT CONTRATOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CTR-COUNT
              MOVE WS-CTR-LINHA-TAB(WS-I) TO CONTRATO-REC
              WRITE CONTRATO-REC
           END-PERFORM
           CLOSE CONTRATOS.

      *    Plano cumprido = quitado ou sem parcela vencida pendente;
      *    o plano com parcela renegociada de novo conta como nao
      *    cumprido, mesmo que o resto dele esteja em dia.
       RELATORIO-RENEGOCIACOES.
           MOVE 0 TO WS-RN-COUNT
           MOVE 0 TO WS-QTD-CUMPRINDO
           MOVE 0 TO WS-QTD-ATRASO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ CONTRATOS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF CT-CONTRATO-ORIGEM IS NUMERIC
                             AND CT-CONTRATO-ORIGEM > 0
                             AND WS-RN-COUNT < 500
                          PERFORM ACUMULA-RENEGOCIACAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATOS
           END-IF
           IF WS-RN-COUNT > 0
              PERFORM CONTA-PARCELAS-PLANO
           END-IF
           OPEN OUTPUT RENEG-REPORT
           MOVE "===== HISTORICO DE RENEGOCIACOES ====="
              TO RENEG-REPORT-REC
           WRITE RENEG-REPORT-REC
           WRITE RENEG-REPORT-REC FROM WS-REL-CABEC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RN-COUNT
              PERFORM GRAVA-LINHA-RENEGOCIACAO
           END-PERFORM
           MOVE SPACES TO WS-RES-LINHA
           MOVE "CONTRATOS RENEGOCIADOS:" TO WS-RS-LABEL
           MOVE WS-RN-COUNT TO WS-RS-VALOR
           WRITE RENEG-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "PLANOS CUMPRIDOS (EM DIA OU QUITADOS):"
              TO WS-RS-LABEL
           MOVE WS-QTD-CUMPRINDO TO WS-RS-VALOR
           WRITE RENEG-REPORT-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "PLANOS EM ATRASO OU RENEGOCIADOS:"
              TO WS-RS-LABEL
           MOVE WS-QTD-ATRASO TO WS-RS-VALOR
           WRITE RENEG-REPORT-REC FROM WS-RES-LINHA
           MOVE 0 TO WS-PCT-CUMPRIDO
           IF WS-RN-COUNT > 0
              COMPUTE WS-PCT-CUMPRIDO ROUNDED =
                 WS-QTD-CUMPRINDO * 100 / WS-RN-COUNT
           END-IF
           MOVE WS-PCT-CUMPRIDO TO WS-PCT-ED
           MOVE SPACES TO RENEG-REPORT-REC
           STRING "PERCENTUAL CUMPRIDO: " WS-PCT-ED "%"
              DELIMITED BY SIZE INTO RENEG-REPORT-REC
           WRITE RENEG-REPORT-REC
           CLOSE RENEG-REPORT
           DISPLAY "HISTORICO GERADO EM RENEGREL.DAT - " WS-RN-COUNT
              " CONTRATO(S) RENEGOCIADO(S)".

       ACUMULA-RENEGOCIACAO.
           ADD 1 TO WS-RN-COUNT
           SET WS-RN-IDX TO WS-RN-COUNT
           MOVE CT-NUMERO          TO WS-RN-CONTRATO(WS-RN-IDX)
           MOVE CT-CONTRATO-ORIGEM TO WS-RN-ORIGEM(WS-RN-IDX)
           MOVE CT-DATA            TO WS-RN-DATA(WS-RN-IDX)
           MOVE CT-CLIENTE         TO WS-RN-CLIENTE(WS-RN-IDX)
           MOVE CT-MESES           TO WS-RN-MESES(WS-RN-IDX)
           MOVE CT-SITUACAO        TO WS-RN-SITUACAO(WS-RN-IDX)
           MOVE 0 TO WS-RN-PAGAS(WS-RN-IDX)
           MOVE 0 TO WS-RN-VENCIDAS(WS-RN-IDX).

       CONTA-PARCELAS-PLANO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PARCELAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    SET WS-RN-IDX TO 1
                    SEARCH WS-RN-ENTRY
                       AT END
                          CONTINUE
                       WHEN WS-RN-CONTRATO(WS-RN-IDX) = PA-CONTRATO
                          IF PA-LIQUIDADA
                             ADD 1 TO WS-RN-PAGAS(WS-RN-IDX)
                          END-IF
                          IF PA-PENDENTE AND PA-VENCIMENTO < WS-HOJE
                             ADD 1 TO WS-RN-VENCIDAS(WS-RN-IDX)
                          END-IF
                          IF PA-RENEGOCIADA
                             MOVE "R" TO WS-RN-SITUACAO(WS-RN-IDX)
                          END-IF
                    END-SEARCH
              END-READ
           END-PERFORM
           CLOSE PARCELAS.

       GRAVA-LINHA-RENEGOCIACAO.
           MOVE WS-RN-CONTRATO(WS-I) TO WS-RL-CONTRATO
           MOVE WS-RN-ORIGEM(WS-I)   TO WS-RL-ORIGEM
           MOVE WS-RN-DATA(WS-I)     TO WS-RL-DATA
           MOVE WS-RN-CLIENTE(WS-I)  TO WS-RL-CLIENTE
           MOVE WS-RN-PAGAS(WS-I)    TO WS-RL-PAGAS
           MOVE WS-RN-MESES(WS-I)    TO WS-RL-MESES
           MOVE WS-RN-VENCIDAS(WS-I) TO WS-RL-VENCIDAS
           EVALUATE TRUE
              WHEN WS-RN-SITUACAO(WS-I) = "Q"
                 MOVE "QUITADO" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-CUMPRINDO
              WHEN WS-RN-SITUACAO(WS-I) = "R"
                 MOVE "RENEGOCIADO" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-ATRASO
              WHEN WS-RN-VENCIDAS(WS-I) > 0
                 MOVE "EM ATRASO" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-ATRASO
              WHEN OTHER
                 MOVE "EM DIA" TO WS-RL-SITUACAO
                 ADD 1 TO WS-QTD-CUMPRINDO
           END-EVALUATE
           WRITE RENEG-REPORT-REC FROM WS-REL-LINHA.

       COPY "DATANEGP.cpy".
