       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Balanceamento de totais de controle entre as cadeias de
      * dinheiro, ultimo passo da cadeia noturna. Cada programa ja
      * confere a si mesmo; aqui se prova que as pontas concordam:
      *   FOLHA - liquido de FOLHACONF.DAT = soma dos trailers das
      *     remessas REM<banco>.DAT (um banco por banco do
      *     VENDBANK.DAT) = credito de salarios a pagar (chave
      *     FOLHA-PAG do GLCONTAS) lancado pelo CONTABIL com fonte
      *     FOLHA na ultima data de lancamento da folha;
      *   VENDAS DO DIA - vendas nao canceladas de VENDAS.DAT na data
      *     de negocio = notas emitidas (nao canceladas) do dia em
      *     NOTAFISC.DAT = debitos de clientes com fonte CARRO e
      *     ACESSORIO do dia em GLIFACE.DAT = ultimo fechamento do
      *     dia em CAIXAFEC.DAT, forma de pagamento a forma.
      * O quadro sai em BALANCO.DAT; cada conferencia fora de balanco
      * vira um alerta GRAVE em OPERALRT.DAT, que o PLANTAO mostra na
      * triagem da manha. Apenas relata - nao altera nenhum arquivo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-CONFIRMADA ASSIGN TO "FOLHACONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT VENDEDOR-BANCO ASSIGN TO "VENDBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REMESSA ASSIGN TO WS-REM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT GL-CONTAS ASSIGN TO "GLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFIS-STATUS.
           SELECT CAIXA-FECHAMENTO ASSIGN TO "CAIXAFEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT BALANCO-REPORT ASSIGN TO "BALANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-CONFIRMADA
           RECORD CONTAINS 60 CHARACTERS.
       01  FOLHA-CONFIRMADA-REC.
           05  FC-VENDEDOR-ID       PIC X(6).
           05  FC-BRUTO             PIC 9(7)V99.
           05  FC-LIQUIDO           PIC 9(7)V99.
           05  FILLER               PIC X(36).

       FD  VENDEDOR-BANCO
           RECORD CONTAINS 23 CHARACTERS.
       01  VENDEDOR-BANCO-REC.
           05  VB-VENDEDOR-ID       PIC X(6).
           05  VB-BANCO             PIC 9(3).
           05  VB-AGENCIA           PIC 9(4).
           05  VB-CONTA             PIC X(10).

      *    Remessa no leiaute do banco: so o trailer interessa - TRL,
      *    quantidade e total nas mesmas posicoes em todo leiaute.
       FD  REMESSA
           RECORD CONTAINS 120 CHARACTERS.
       01  REMESSA-REC.
           05  RM-TIPO              PIC X(3).
           05  RM-QTD               PIC 9(6).
           05  RM-TOTAL             PIC 9(9)V99.
           05  FILLER               PIC X(100).

       FD  GL-CONTAS
           RECORD CONTAINS 18 CHARACTERS.
       01  GL-CONTAS-REC.
           05  GC-CHAVE             PIC X(10).
           05  GC-CONTA             PIC X(8).

       FD  GL-INTERFACE
           RECORD CONTAINS 44 CHARACTERS.
       01  GL-INTERFACE-REC.
           05  GI-DATA              PIC 9(8).
           05  GI-CONTA             PIC X(8).
           05  GI-DC                PIC X.
           05  GI-VALOR             PIC 9(9)V99.
           05  GI-FONTE             PIC X(10).
           05  FILLER               PIC X(2).
           05  GI-CCUSTO            PIC X(4).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  NOTA-FISCAL.
       COPY "NOTAREC.cpy".

      *    Fechamentos do CAIXA: cabecalho com a data do dia e linhas
      *    de rotulo e valor editado.
       FD  CAIXA-FECHAMENTO
           RECORD CONTAINS 70 CHARACTERS.
       01  CAIXA-FECHAMENTO-REC.
           05  CF-ROTULO         PIC X(26).
           05  CF-VALOR          PIC ---,---,--9.99.
           05  FILLER            PIC X(30).
       01  CAIXA-FECHAMENTO-CAB.
           05  CF-TITULO         PIC X(28).
           05  CF-DATA           PIC 9(8).
           05  FILLER            PIC X(34).

       FD  BALANCO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCO-REPORT-REC    PIC X(80).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "VENDVAL.cpy".
       77  WS-CONF-STATUS   PIC XX VALUE SPACES.
       77  WS-BANK-STATUS   PIC XX VALUE SPACES.
       77  WS-REM-STATUS    PIC XX VALUE SPACES.
       77  WS-MAPA-STATUS   PIC XX VALUE SPACES.
       77  WS-GLIF-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-NFIS-STATUS   PIC XX VALUE SPACES.
       77  WS-FEC-STATUS    PIC XX VALUE SPACES.
       77  WS-BAL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-REM-NOME      PIC X(12) VALUE SPACES.
       77  WS-CONTA-SAL-PAG PIC X(8) VALUE "21010001".
      *    Bancos distintos do VENDBANK - uma remessa por banco.
       77  WS-BCO-COUNT     PIC 9(2) VALUE 0.
       01  WS-BCO-TABELA.
           05  WS-BCO-LISTA OCCURS 20 TIMES PIC 9(3).
       77  WS-BCO-I         PIC 9(2).
       77  WS-JA-LISTADO    PIC X VALUE "N".
       77  WS-TRL-ACHADO    PIC X VALUE "N".
           88 TRL-ACHADO           VALUE "Y".
      *    Totais da cadeia da folha.
       77  WS-TEM-FOLHA     PIC X VALUE "N".
           88 TEM-FOLHA            VALUE "Y".
       77  WS-FOLHA-LIQUIDO PIC 9(11)V99 VALUE 0.
       77  WS-FOLHA-QTD     PIC 9(6) VALUE 0.
       77  WS-REM-TOTAL     PIC 9(11)V99 VALUE 0.
       77  WS-GL-FOLHA-DATA PIC 9(8) VALUE 0.
       77  WS-GL-FOLHA      PIC 9(11)V99 VALUE 0.
      *    Totais da cadeia de vendas do dia.
       77  WS-VND-TOTAL     PIC 9(11)V99 VALUE 0.
       77  WS-VND-QTD       PIC 9(6) VALUE 0.
       77  WS-VND-DINHEIRO  PIC 9(11)V99 VALUE 0.
       77  WS-VND-TRANSF    PIC 9(11)V99 VALUE 0.
       77  WS-VND-FINANC    PIC 9(11)V99 VALUE 0.
       77  WS-VND-SEM-FORMA PIC 9(11)V99 VALUE 0.
       77  WS-NF-TOTAL      PIC 9(11)V99 VALUE 0.
       77  WS-GL-VENDAS     PIC 9(11)V99 VALUE 0.
       77  WS-CAIXA-FECHADO PIC X VALUE "N".
           88 CAIXA-FECHADO        VALUE "Y".
       77  WS-CX-DATA       PIC 9(8) VALUE 0.
       77  WS-CX-VALOR      PIC S9(9)V99 VALUE 0.
       77  WS-CX-DINHEIRO   PIC S9(11)V99 VALUE 0.
       77  WS-CX-TRANSF     PIC S9(11)V99 VALUE 0.
       77  WS-CX-FINANC     PIC S9(11)V99 VALUE 0.
       77  WS-CX-SEM-FORMA  PIC S9(11)V99 VALUE 0.
       77  WS-DIFERENCA     PIC S9(11)V99 VALUE 0.
       77  WS-QTD-FORA      PIC 9(2) VALUE 0.
       01  WS-BAL-LINHA.
           05  WS-BL-ROTULO     PIC X(40).
           05  WS-BL-VALOR      PIC ---,---,---,--9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-BL-SITUACAO   PIC X(20).
       01  WS-ALERTA-AGORA.
           05  WS-AG-DATA        PIC 9(8).
           05  WS-AG-HORA        PIC 9(6).
           05  FILLER            PIC X(7).
       01  WS-ALERTA-LINHA.
           05  AL-DATA           PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-HORA           PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-SEVERIDADE     PIC X(5).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-PASSO          PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-MENSAGEM       PIC X(26).
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-QTD-FORA
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           OPEN OUTPUT BALANCO-REPORT
           MOVE SPACES TO BALANCO-REPORT-REC
           STRING "===== BALANCEAMENTO DE TOTAIS DE CONTROLE - "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO BALANCO-REPORT-REC
           END-STRING
           WRITE BALANCO-REPORT-REC
           PERFORM CARREGA-MAPA-CONTAS
           PERFORM BALANCEIA-FOLHA
           PERFORM BALANCEIA-VENDAS
           CLOSE BALANCO-REPORT
           IF WS-QTD-FORA > 0
              DISPLAY "BALANCO: " WS-QTD-FORA " CONFERENCIA(S) FORA "
                 "DE BALANCO - ALERTA PARA O PLANTAO, VER BALANCO.DAT"
           ELSE
              DISPLAY "BALANCO: TOTAIS DE CONTROLE CONFEREM - "
                 "VER BALANCO.DAT"
           END-IF
           GOBACK.

       CARREGA-MAPA-CONTAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-CONTAS
           IF WS-MAPA-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-CONTAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GC-CHAVE = "FOLHA-PAG "
                       MOVE GC-CONTA TO WS-CONTA-SAL-PAG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTAS.

      *----------------------------------------------------------------
      * Cadeia da folha: FOLHACONF x remessas x GLIFACE.
      *----------------------------------------------------------------
       BALANCEIA-FOLHA.
           MOVE "----- FOLHA CONFIRMADA --------------------------"
              TO BALANCO-REPORT-REC
           WRITE BALANCO-REPORT-REC
           PERFORM SOMA-FOLHA-CONFIRMADA
           IF NOT TEM-FOLHA
              MOVE "(SEM FOLHA CONFIRMADA - NADA A BALANCEAR)"
                 TO BALANCO-REPORT-REC
              WRITE BALANCO-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "LIQUIDO DA FOLHA (FOLHACONF.DAT)" TO WS-BL-ROTULO
           MOVE WS-FOLHA-LIQUIDO TO WS-BL-VALOR
           WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
           PERFORM SOMA-REMESSAS
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "TOTAL DAS REMESSAS (TRAILERS)" TO WS-BL-ROTULO
           MOVE WS-REM-TOTAL TO WS-BL-VALOR
           COMPUTE WS-DIFERENCA = WS-REM-TOTAL - WS-FOLHA-LIQUIDO
           PERFORM GRAVA-LINHA-CONFERIDA
           IF WS-DIFERENCA NOT = 0
              MOVE "FOLHA X REMESSA DIFERE" TO AL-MENSAGEM
              PERFORM GRAVA-ALERTA-BALANCO
           END-IF
           PERFORM SOMA-GL-FOLHA
           MOVE SPACES TO WS-BAL-LINHA
           MOVE SPACES TO WS-BL-ROTULO
           STRING "GLIFACE FOLHA SAL. A PAGAR " DELIMITED BY SIZE
                  WS-GL-FOLHA-DATA DELIMITED BY SIZE
                  INTO WS-BL-ROTULO
           END-STRING
           MOVE WS-GL-FOLHA TO WS-BL-VALOR
           COMPUTE WS-DIFERENCA = WS-GL-FOLHA - WS-FOLHA-LIQUIDO
           PERFORM GRAVA-LINHA-CONFERIDA
           IF WS-DIFERENCA NOT = 0
              MOVE "FOLHA X GLIFACE DIFERE" TO AL-MENSAGEM
              PERFORM GRAVA-ALERTA-BALANCO
           END-IF.

       SOMA-FOLHA-CONFIRMADA.
           MOVE "N" TO WS-TEM-FOLHA
           MOVE 0 TO WS-FOLHA-LIQUIDO
           MOVE 0 TO WS-FOLHA-QTD
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FOLHA-CONFIRMADA
           IF WS-CONF-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FOLHA-CONFIRMADA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    MOVE "Y" TO WS-TEM-FOLHA
                    ADD 1 TO WS-FOLHA-QTD
                    ADD FC-LIQUIDO TO WS-FOLHA-LIQUIDO
              END-READ
           END-PERFORM
           CLOSE FOLHA-CONFIRMADA.

      *    Os bancos saem do VENDBANK como no BANCOREM; banco sem
      *    arquivo ou sem trailer entra com zero e aparece no quadro.
       SOMA-REMESSAS.
           MOVE 0 TO WS-REM-TOTAL
           MOVE 0 TO WS-BCO-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-BANCO
           IF WS-BANK-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDEDOR-BANCO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM LISTA-BANCO-DISTINTO
                 END-READ
              END-PERFORM
              CLOSE VENDEDOR-BANCO
           END-IF
           PERFORM VARYING WS-BCO-I FROM 1 BY 1
                 UNTIL WS-BCO-I > WS-BCO-COUNT
              PERFORM LE-TRAILER-REMESSA
           END-PERFORM.

       LISTA-BANCO-DISTINTO.
           MOVE "N" TO WS-JA-LISTADO
           PERFORM VARYING WS-BCO-I FROM 1 BY 1
                 UNTIL WS-BCO-I > WS-BCO-COUNT
              IF WS-BCO-LISTA(WS-BCO-I) = VB-BANCO
                 MOVE "Y" TO WS-JA-LISTADO
              END-IF
           END-PERFORM
           IF WS-JA-LISTADO = "N" AND WS-BCO-COUNT < 20
              ADD 1 TO WS-BCO-COUNT
              MOVE VB-BANCO TO WS-BCO-LISTA(WS-BCO-COUNT)
           END-IF.

       LE-TRAILER-REMESSA.
           MOVE SPACES TO WS-REM-NOME
           STRING "REM" DELIMITED BY SIZE
                  WS-BCO-LISTA(WS-BCO-I) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-REM-NOME
           END-STRING
           MOVE SPACES TO WS-BAL-LINHA
           STRING "  REMESSA " DELIMITED BY SIZE
                  WS-REM-NOME DELIMITED BY SIZE
                  INTO WS-BL-ROTULO
           END-STRING
           MOVE "N" TO WS-TRL-ACHADO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT REMESSA
           IF WS-REM-STATUS = "35"
              MOVE 0 TO WS-BL-VALOR
              MOVE "ARQUIVO AUSENTE" TO WS-BL-SITUACAO
              WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ REMESSA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF RM-TIPO = "TRL" AND RM-TOTAL IS NUMERIC
                       MOVE "Y" TO WS-TRL-ACHADO
                       ADD RM-TOTAL TO WS-REM-TOTAL
                       MOVE RM-TOTAL TO WS-BL-VALOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REMESSA
           IF NOT TRL-ACHADO
              MOVE 0 TO WS-BL-VALOR
              MOVE "SEM TRAILER" TO WS-BL-SITUACAO
           END-IF
           WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA.

      *    O CONTABIL lanca a folha confirmada a cada rodada; vale a
      *    ultima data (ate a data de negocio) que tem lancamento da
      *    folha.
       SOMA-GL-FOLHA.
           MOVE 0 TO WS-GL-FOLHA-DATA
           MOVE 0 TO WS-GL-FOLHA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-FONTE = "FOLHA" AND GI-DC = "C"
                          AND GI-CONTA = WS-CONTA-SAL-PAG
                          AND GI-DATA <= WS-HOJE
                       IF GI-DATA > WS-GL-FOLHA-DATA
                          MOVE GI-DATA TO WS-GL-FOLHA-DATA
                          MOVE 0 TO WS-GL-FOLHA
                       END-IF
                       IF GI-DATA = WS-GL-FOLHA-DATA
                          ADD GI-VALOR TO WS-GL-FOLHA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

      *----------------------------------------------------------------
      * Cadeia de vendas do dia: VENDAS x NOTAFISC x GLIFACE x CAIXA.
      *----------------------------------------------------------------
       BALANCEIA-VENDAS.
           MOVE "----- VENDAS DO DIA -----------------------------"
              TO BALANCO-REPORT-REC
           WRITE BALANCO-REPORT-REC
           PERFORM SOMA-VENDAS-DO-DIA
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "VENDAS NAO CANCELADAS (VENDAS.DAT)" TO WS-BL-ROTULO
           MOVE WS-VND-TOTAL TO WS-BL-VALOR
           WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
           PERFORM SOMA-NOTAS-DO-DIA
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "NOTAS EMITIDAS (NOTAFISC.DAT)" TO WS-BL-ROTULO
           MOVE WS-NF-TOTAL TO WS-BL-VALOR
           COMPUTE WS-DIFERENCA = WS-NF-TOTAL - WS-VND-TOTAL
           PERFORM GRAVA-LINHA-CONFERIDA
           IF WS-DIFERENCA NOT = 0
              MOVE "VENDAS X NOTAS DIFERE" TO AL-MENSAGEM
              PERFORM GRAVA-ALERTA-BALANCO
           END-IF
           PERFORM SOMA-GL-VENDAS
           MOVE SPACES TO WS-BAL-LINHA
           MOVE "GLIFACE CARRO + ACESSORIO (CLIENTES)"
              TO WS-BL-ROTULO
           MOVE WS-GL-VENDAS TO WS-BL-VALOR
           COMPUTE WS-DIFERENCA = WS-GL-VENDAS - WS-VND-TOTAL
           PERFORM GRAVA-LINHA-CONFERIDA
           IF WS-DIFERENCA NOT = 0
              MOVE "VENDAS X GLIFACE DIFERE" TO AL-MENSAGEM
              PERFORM GRAVA-ALERTA-BALANCO
           END-IF
           PERFORM LE-FECHAMENTO-CAIXA
           PERFORM BALANCEIA-CAIXA.

       SOMA-VENDAS-DO-DIA.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VENDAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF VD-DATA = WS-HOJE AND NOT VD-CANCELADA
                       ADD 1 TO WS-VND-QTD
                       PERFORM OBTEM-VALOR-VENDA
                       ADD WS-VD-VALOR-EF TO WS-VND-TOTAL
                       EVALUATE TRUE
                          WHEN VD-PG-DINHEIRO
                             ADD WS-VD-VALOR-EF TO WS-VND-DINHEIRO
                          WHEN VD-PG-TRANSF
                             ADD WS-VD-VALOR-EF TO WS-VND-TRANSF
                          WHEN VD-PG-FINANC
                             ADD WS-VD-VALOR-EF TO WS-VND-FINANC
                          WHEN OTHER
                             ADD WS-VD-VALOR-EF TO WS-VND-SEM-FORMA
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDAS.

       SOMA-NOTAS-DO-DIA.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT NOTA-FISCAL
           IF WS-NFIS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ NOTA-FISCAL
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF NF-DATA = WS-HOJE AND NOT NF-CANCELADA
                       ADD NF-VALOR TO WS-NF-TOTAL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTA-FISCAL.

      *    O valor da venda inclui os acessorios, que o CONTABIL
      *    lanca com fonte propria - os dois debitos de clientes
      *    somados sao o lado contabil da venda.
       SOMA-GL-VENDAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-DATA = WS-HOJE AND GI-DC = "D"
                          AND (GI-FONTE = "CARRO"
                            OR GI-FONTE = "ACESSORIO")
                       ADD GI-VALOR TO WS-GL-VENDAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

      *    Dia fechado mais de uma vez vale o ultimo fechamento, como
      *    na conciliacao bancaria.
       LE-FECHAMENTO-CAIXA.
           MOVE 0 TO WS-CX-DATA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CAIXA-FECHAMENTO
           IF WS-FEC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CAIXA-FECHAMENTO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM CONFERE-LINHA-CAIXA
              END-READ
           END-PERFORM
           CLOSE CAIXA-FECHAMENTO.

       CONFERE-LINHA-CAIXA.
           IF CF-TITULO = "===== FECHAMENTO DE CAIXA - "
              IF CF-DATA IS NUMERIC
                 MOVE CF-DATA TO WS-CX-DATA
              ELSE
                 MOVE 0 TO WS-CX-DATA
              END-IF
              IF WS-CX-DATA = WS-HOJE
                 MOVE "Y" TO WS-CAIXA-FECHADO
                 MOVE 0 TO WS-CX-DINHEIRO
                 MOVE 0 TO WS-CX-TRANSF
                 MOVE 0 TO WS-CX-FINANC
                 MOVE 0 TO WS-CX-SEM-FORMA
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-CX-DATA NOT = WS-HOJE
              EXIT PARAGRAPH
           END-IF
           EVALUATE CF-ROTULO
              WHEN "DINHEIRO:"
                 MOVE CF-VALOR TO WS-CX-VALOR
                 MOVE WS-CX-VALOR TO WS-CX-DINHEIRO
              WHEN "TRANSFERENCIA:"
                 MOVE CF-VALOR TO WS-CX-VALOR
                 MOVE WS-CX-VALOR TO WS-CX-TRANSF
              WHEN "FINANCIADO:"
                 MOVE CF-VALOR TO WS-CX-VALOR
                 MOVE WS-CX-VALOR TO WS-CX-FINANC
              WHEN "SEM FORMA INFORMADA:"
                 MOVE CF-VALOR TO WS-CX-VALOR
                 MOVE WS-CX-VALOR TO WS-CX-SEM-FORMA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Caixa nao fechado num dia com venda tambem e diferenca: o
      *    fechamento e a unica conferencia da forma de pagamento.
       BALANCEIA-CAIXA.
           MOVE "N" TO WS-JA-LISTADO
           IF NOT CAIXA-FECHADO
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "CAIXAFEC.DAT SEM FECHAMENTO DO DIA"
                 TO WS-BL-ROTULO
              MOVE 0 TO WS-BL-VALOR
              IF WS-VND-TOTAL = 0
                 MOVE "CONFERE" TO WS-BL-SITUACAO
              ELSE
                 MOVE "FORA DE BALANCO" TO WS-BL-SITUACAO
                 MOVE "Y" TO WS-JA-LISTADO
              END-IF
              WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
           ELSE
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "CAIXAFEC DINHEIRO" TO WS-BL-ROTULO
              MOVE WS-CX-DINHEIRO TO WS-BL-VALOR
              COMPUTE WS-DIFERENCA = WS-CX-DINHEIRO - WS-VND-DINHEIRO
              PERFORM GRAVA-LINHA-FORMA
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "CAIXAFEC TRANSFERENCIA" TO WS-BL-ROTULO
              MOVE WS-CX-TRANSF TO WS-BL-VALOR
              COMPUTE WS-DIFERENCA = WS-CX-TRANSF - WS-VND-TRANSF
              PERFORM GRAVA-LINHA-FORMA
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "CAIXAFEC FINANCIADO" TO WS-BL-ROTULO
              MOVE WS-CX-FINANC TO WS-BL-VALOR
              COMPUTE WS-DIFERENCA = WS-CX-FINANC - WS-VND-FINANC
              PERFORM GRAVA-LINHA-FORMA
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "CAIXAFEC SEM FORMA INFORMADA" TO WS-BL-ROTULO
              MOVE WS-CX-SEM-FORMA TO WS-BL-VALOR
              COMPUTE WS-DIFERENCA =
                 WS-CX-SEM-FORMA - WS-VND-SEM-FORMA
              PERFORM GRAVA-LINHA-FORMA
           END-IF
           IF WS-JA-LISTADO = "Y"
              MOVE "VENDAS X CAIXAFEC DIFERE" TO AL-MENSAGEM
              PERFORM GRAVA-ALERTA-BALANCO
           END-IF.

       GRAVA-LINHA-FORMA.
           IF WS-DIFERENCA NOT = 0
              MOVE "Y" TO WS-JA-LISTADO
           END-IF
           PERFORM GRAVA-LINHA-CONFERIDA.

       GRAVA-LINHA-CONFERIDA.
           IF WS-DIFERENCA = 0
              MOVE "CONFERE" TO WS-BL-SITUACAO
              WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
           ELSE
              MOVE "FORA DE BALANCO" TO WS-BL-SITUACAO
              WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
              MOVE SPACES TO WS-BAL-LINHA
              MOVE "  DIFERENCA" TO WS-BL-ROTULO
              MOVE WS-DIFERENCA TO WS-BL-VALOR
              WRITE BALANCO-REPORT-REC FROM WS-BAL-LINHA
           END-IF.

       GRAVA-ALERTA-BALANCO.
           ADD 1 TO WS-QTD-FORA
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE "GRAVE"    TO AL-SEVERIDADE
           MOVE "BALANCO"  TO AL-PASSO
           OPEN EXTEND OPERADOR-ALERTA
           IF WS-ALRT-STATUS = "35"
              CLOSE OPERADOR-ALERTA
              OPEN OUTPUT OPERADOR-ALERTA
           END-IF
           WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           CLOSE OPERADOR-ALERTA.

       COPY "DATANEGP.cpy".

       COPY "VENDVALP.cpy".
