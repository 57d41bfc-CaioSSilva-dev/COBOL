      *     (MKTOPT.DAT, um numero de registro por linha), desliga o
      *     consentimento em PESSOA.DAT, grava o historico de mudanca
      *     de consentimento (CONSENTH.DAT) e a imagem de auditoria
      *     de PESSOA.DAT;
      *   renovacao - o consentimento vale MP-VALIDADE-MESES meses
      *     (MKTPAR.DAT, 24 quando ausente) contados da ultima data
      *     de consentimento dado ou renovado em CONSENTH.DAT; o
      *     vencido nao entra na extracao. Quem esta vencido ou a
      *     MP-AVISO-MESES meses do vencimento recebe o pedido de
      *     renovacao (MKTRENEX.DAT), uma vez por consentimento;
      *   respostas - le MKTRENRS.DAT (registro + S renova / N nao
      *     renova) da casa de mala direta, renova ou desliga o
      *     consentimento em PESSOA.DAT com historico e auditoria;
      *   relatorio - quadro mensal (MKTCONS.DAT) de consentimentos
      *     vigentes, a vencer e vencidos e do movimento do mes.
      * Consentimento "S" sem data em CONSENTH.DAT (anterior ao
      * historico) conta como vencido e recebe o pedido de renovacao.
      * Em lote (chamada "B") executa a extracao.
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
           SELECT MKT-EXTRACAO ASSIGN TO "MKTEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVA-STATUS.
           SELECT PESSOA-CONSULTA ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCO-REG-NUM
               ALTERNATE RECORD KEY IS PCO-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PCON-STATUS.
           SELECT RESPONSAVEIS ASSIGN TO "RESPONSAV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT MKT-PARAMETRO ASSIGN TO "MKTPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPAR-STATUS.
           SELECT RENOV-EXTRACAO ASSIGN TO "MKTRENEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNEX-STATUS.
           SELECT RENOV-RESPOSTA ASSIGN TO "MKTRENRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNRS-STATUS.
           SELECT CONSENT-RELATORIO ASSIGN TO "MKTCONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER.
       01  PESSOA-CONSULTA-REC.
           05  PCO-REG-NUM       PIC 9(6).
           05  PCO-NOME          PIC A(40).
           05  FILLER            PIC X(20).
           05  PCO-ID-NACIONAL   PIC X(11).
           05  FILLER            PIC X(10).

       FD  MKT-EXTRACAO
           RECORD CONTAINS 47 CHARACTERS.
       FD  RESPONSAVEIS.
       COPY "RESPREC.cpy".

       FD  MKT-PARAMETRO
           RECORD CONTAINS 5 CHARACTERS.
       01  MKT-PARAMETRO-REC.
           05  MP-VALIDADE-MESES PIC 9(3).
           05  MP-AVISO-MESES    PIC 9(2).

      *    Pedido de renovacao: RX-REG-NUM e o titular do
      *    consentimento (o registro que volta na resposta); o nome
      *    e o do destinatario - o responsavel, no caso do menor.
       FD  RENOV-EXTRACAO
           RECORD CONTAINS 80 CHARACTERS.
       01  RENOV-EXTRACAO-REC.
           05  RX-REG-NUM        PIC 9(6).
           05  FILLER            PIC X.
           05  RX-NOME           PIC A(40).
           05  FILLER            PIC X.
           05  RX-DATA-CONSENT   PIC 9(8).
           05  FILLER            PIC X.
           05  RX-VENCIMENTO     PIC 9(8).
           05  FILLER            PIC X.
           05  RX-SITUACAO       PIC X(9).
           05  FILLER            PIC X(5).

       FD  RENOV-RESPOSTA
           RECORD CONTAINS 7 CHARACTERS.
       01  RENOV-RESPOSTA-REC.
           05  RR-REG-NUM        PIC X(6).
           05  RR-RESPOSTA       PIC X.

       FD  CONSENT-RELATORIO
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSENT-RELATORIO-REC PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "PESSAUD.cpy".
       COPY "CONSHIST.cpy".
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       COPY "TRAVA.cpy".
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-EXTR-STATUS   PIC XX VALUE SPACES.
       77  WS-SENT-STATUS   PIC XX VALUE SPACES.
       77  WS-OPT-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-MODO          PIC 9 VALUE 0.
           88 EOF-RESP             VALUE "Y".
       77  WS-RESP-ACHADO   PIC 9(6) VALUE 0.
       77  WS-PCON-STATUS   PIC XX VALUE SPACES.
       77  WS-EXT-REG       PIC 9(6) VALUE 0.
       77  WS-EXT-NOME      PIC A(40) VALUE SPACES.
       77  WS-NOME-RESP     PIC A(40) VALUE SPACES.
       77  WS-QTD-ROTEADOS  PIC 9(4) VALUE 0.
       77  WS-OPT-COUNT     PIC 9(4) VALUE 0.
       01  WS-OPT-TABELA.
           05  WS-OPT-REG-TAB OCCURS 500 TIMES PIC X(6).
       77  WS-J             PIC 9(4).
       77  WS-DESLIGADOS    PIC 9(4) VALUE 0.
      *    Ciclo de renovacao do consentimento.
       77  WS-MPAR-STATUS   PIC XX VALUE SPACES.
       77  WS-RNEX-STATUS   PIC XX VALUE SPACES.
       77  WS-RNRS-STATUS   PIC XX VALUE SPACES.
       77  WS-CREL-STATUS   PIC XX VALUE SPACES.
       77  WS-VALIDADE-MESES PIC 9(3) VALUE 24.
       77  WS-AVISO-MESES   PIC 9(2) VALUE 2.
       77  WS-HOJE          PIC 9(8) VALUE 0.
      *    Ultima data de consentimento (dado ou renovado) e ultimo
      *    pedido de renovacao por registro, lidos do CONSENTH.DAT.
       77  WS-CNS-COUNT     PIC 9(4) VALUE 0.
       01  WS-CNS-TABELA.
           05  WS-CNS-ENTRY OCCURS 2000 TIMES.
               10  WS-CNS-REG       PIC X(6).
               10  WS-CNS-DATA      PIC 9(8).
               10  WS-CNS-PEDIDO    PIC 9(8).
       77  WS-CNS-I         PIC 9(4).
       77  WS-CNS-ACHADO    PIC 9(4) VALUE 0.
       77  WS-CNS-BUSCA     PIC X(6).
       77  WS-CNS-LIDO-DATA PIC 9(8).
       77  WS-CNS-DATA-ACH  PIC 9(8).
       77  WS-CNS-PEDIDO-ACH PIC 9(8).
       77  WS-CNS-VENCIMENTO PIC 9(8).
       77  WS-CNS-AVISO     PIC 9(8).
       77  WS-CNS-SITUACAO  PIC X VALUE SPACE.
           88 CNS-VIGENTE          VALUE "V".
           88 CNS-A-VENCER         VALUE "A".
           88 CNS-VENCIDO          VALUE "E".
       01  WS-DT-CALC.
           05  WS-DT-ANO         PIC 9(4).
           05  WS-DT-MES         PIC 9(2).
           05  WS-DT-DIA         PIC 9(2).
       01  WS-DT-CALC-N REDEFINES WS-DT-CALC PIC 9(8).
       77  WS-DT-DESLOC     PIC S9(4).
       77  WS-DT-MESES-TOT  PIC S9(7).
       77  WS-DT-RESTO      PIC 9(2).
       77  WS-QTD-VENCIDOS  PIC 9(4) VALUE 0.
       77  WS-QTD-CARTAS    PIC 9(4) VALUE 0.
       77  WS-RNV-COUNT     PIC 9(4) VALUE 0.
       01  WS-RNV-TABELA.
           05  WS-RNV-ENTRY OCCURS 500 TIMES.
               10  WS-RNV-REG       PIC X(6).
               10  WS-RNV-RESPOSTA  PIC X.
       77  WS-RENOVADOS     PIC 9(4) VALUE 0.
       77  WS-CADUCADOS     PIC 9(4) VALUE 0.
      *    Quadro mensal de consentimentos.
       77  WS-REL-VIGENTES  PIC 9(6) VALUE 0.
       77  WS-REL-A-VENCER  PIC 9(6) VALUE 0.
       77  WS-REL-VENCIDOS  PIC 9(6) VALUE 0.
       77  WS-REL-SEM-DATA  PIC 9(6) VALUE 0.
       77  WS-REL-NAO-OPT   PIC 9(6) VALUE 0.
       77  WS-REL-MES-NOVOS PIC 9(6) VALUE 0.
       77  WS-REL-MES-RENOV PIC 9(6) VALUE 0.
       77  WS-REL-MES-PEDID PIC 9(6) VALUE 0.
       77  WS-REL-MES-CADUC PIC 9(6) VALUE 0.
       77  WS-REL-MES-RETIR PIC 9(6) VALUE 0.
       01  WS-REL-LINHA.
           05  WS-RL-ROTULO      PIC X(50).
           05  WS-RL-QTD         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(23) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           ELSE
              DISPLAY "(1) GERAR EXTRACAO DE MARKETING"
              DISPLAY "(2) PROCESSAR RESPOSTAS DE OPT-OUT"
              DISPLAY "(3) GERAR PEDIDOS DE RENOVACAO"
              DISPLAY "(4) PROCESSAR RESPOSTAS DE RENOVACAO"
              DISPLAY "(5) RELATORIO MENSAL DE CONSENTIMENTOS"
              ACCEPT WS-MODO
           END-IF
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           EVALUATE WS-MODO
              WHEN 2 PERFORM PROCESSA-OPTOUT
              WHEN 3 PERFORM GERA-PEDIDOS-RENOVACAO
              WHEN 4 PERFORM PROCESSA-RENOVACAO
              WHEN 5 PERFORM RELATORIO-CONSENTIMENTO
              WHEN OTHER PERFORM GERA-EXTRACAO
           END-EVALUATE
           GOBACK.

       GERA-EXTRACAO.
           PERFORM CARREGA-ENVIADOS
           PERFORM CARREGA-PARAMETROS-MKT
           PERFORM CARREGA-CONSENTIMENTOS
           MOVE 0 TO WS-EXTRAIDOS
           MOVE 0 TO WS-QTD-VENCIDOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
                 OPEN OUTPUT MKT-ENVIADOS
              END-IF
              PERFORM UNTIL EOF-ARQ
                 READ PESSOA-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
              DISPLAY "EXTRACAO DE MARKETING: " WS-EXTRAIDOS
                 " PESSOAS EM MKTEXTR.DAT (" WS-QTD-ROTEADOS
                 " MENOR(ES) ROTEADO(S) AO RESPONSAVEL)"
              DISPLAY WS-QTD-VENCIDOS " CONSENTIMENTO(S) VENCIDO(S) "
                 "FORA DA EXTRACAO - VER PEDIDOS DE RENOVACAO"
           END-IF.

      *    Menor com responsavel vinculado nao recebe mala direta: a
      *    pertence ao adulto.
       EXTRAI-SE-OPTANTE.
           IF PES-ATIVO AND PES-MKT-SIM
              MOVE PES-REG-NUM TO WS-CNS-BUSCA
              PERFORM SITUACAO-CONSENTIMENTO
              IF CNS-VENCIDO
                 ADD 1 TO WS-QTD-VENCIDOS
                 EXIT PARAGRAPH
              END-IF
              MOVE PES-REG-NUM TO WS-EXT-REG
              MOVE PES-NAME    TO WS-EXT-NOME
              IF PES-MENOR
           END-IF.

       BUSCA-NOME-RESPONSAVEL.
           OPEN INPUT PESSOA-CONSULTA
           IF WS-PCON-STATUS NOT = "35"
              MOVE WS-RESP-ACHADO TO PCO-REG-NUM
              READ PESSOA-CONSULTA KEY IS PCO-REG-NUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PCO-NOME TO WS-NOME-RESP
              END-READ
              CLOSE PESSOA-CONSULTA
           END-IF.


      *    O desligamento corre sob a trava PESSOA.LCK, obtida antes
      *    dos registros de auditoria e historico - uma trava recusada
      *    cancela o processamento sem deixar rastros mentirosos. So
      *    os registros desligados sao regravados (REWRITE por chave).
       PROCESSA-OPTOUT.
           PERFORM CARREGA-OPTOUT
           IF WS-OPT-COUNT = 0
                    "POR OUTRO OPERADOR"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN I-O PESSOA-MASTER
                 IF WS-PESSOA-STATUS = "35"
                    DISPLAY "PESSOA.DAT NAO ENCONTRADO"
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO WS-DESLIGADOS
                    PERFORM VARYING WS-J FROM 1 BY 1
                          UNTIL WS-J > WS-OPT-COUNT
                       PERFORM DESLIGA-SE-OPTOUT
                    END-PERFORM
                    CLOSE PESSOA-MASTER
                    DISPLAY "OPT-OUT PROCESSADO: " WS-DESLIGADOS
                       " CONSENTIMENTO(S) DESLIGADO(S)"
                 END-IF
              CLOSE MKT-OPTOUT
           END-IF.

       DESLIGA-SE-OPTOUT.
           IF WS-OPT-REG-TAB(WS-J) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPT-REG-TAB(WS-J) TO PES-REG-NUM
           READ PESSOA-MASTER KEY IS PES-REG-NUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PES-MKT-SIM
                    MOVE PESSOA-MASTER-REC TO WS-AUD-ANTES
                    SET PES-MKT-NAO TO TRUE
                    REWRITE PESSOA-MASTER-REC
                    ADD 1 TO WS-DESLIGADOS
                    MOVE "OPTOUT" TO WS-AUD-ACAO
                    MOVE PESSOA-MASTER-REC TO WS-AUD-DEPOIS
                    PERFORM GRAVA-PESSOA-AUDIT
                    MOVE PES-REG-NUM TO WS-HIST-REG
                    MOVE "S PARA N" TO WS-HIST-MUDANCA
                    MOVE "VENDOR"   TO WS-HIST-ORIGEM
                    PERFORM GRAVA-CONSENT-HIST
                 END-IF
           END-READ.

      *----------------------------------------------------------------
      * Ciclo de renovacao do consentimento.
      *----------------------------------------------------------------
       CARREGA-PARAMETROS-MKT.
           OPEN INPUT MKT-PARAMETRO
           IF WS-MPAR-STATUS NOT = "35"
              READ MKT-PARAMETRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MP-VALIDADE-MESES IS NUMERIC
                          AND MP-VALIDADE-MESES > 0
                       MOVE MP-VALIDADE-MESES TO WS-VALIDADE-MESES
                    END-IF
                    IF MP-AVISO-MESES IS NUMERIC
                       MOVE MP-AVISO-MESES TO WS-AVISO-MESES
                    END-IF
              END-READ
              CLOSE MKT-PARAMETRO
           END-IF
           IF WS-AVISO-MESES > WS-VALIDADE-MESES
              MOVE WS-VALIDADE-MESES TO WS-AVISO-MESES
           END-IF.

      *    O historico e gravado em ordem de acontecimento: um
      *    desligamento zera a data, e so um novo consentimento ou
      *    renovacao posterior volta a valer.
       CARREGA-CONSENTIMENTOS.
           MOVE 0 TO WS-CNS-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONSENT-HIST
           IF WS-HIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONSENT-HIST
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CONSENT-HIST-REC(1:8) IS NUMERIC
                       PERFORM ACUMULA-CONSENTIMENTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSENT-HIST.

       ACUMULA-CONSENTIMENTO.
           MOVE CONSENT-HIST-REC(17:6) TO WS-CNS-BUSCA
           PERFORM BUSCA-CONSENTIMENTO
           IF WS-CNS-ACHADO = 0
              IF WS-CNS-COUNT >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CNS-COUNT
              MOVE WS-CNS-COUNT TO WS-CNS-ACHADO
              MOVE WS-CNS-BUSCA TO WS-CNS-REG(WS-CNS-ACHADO)
              MOVE 0 TO WS-CNS-DATA(WS-CNS-ACHADO)
              MOVE 0 TO WS-CNS-PEDIDO(WS-CNS-ACHADO)
           END-IF
           MOVE CONSENT-HIST-REC(1:8) TO WS-CNS-LIDO-DATA
           EVALUATE CONSENT-HIST-REC(24:8)
              WHEN "N PARA S"
              WHEN "RENOVADO"
                 MOVE WS-CNS-LIDO-DATA TO WS-CNS-DATA(WS-CNS-ACHADO)
              WHEN "S PARA N"
                 MOVE 0 TO WS-CNS-DATA(WS-CNS-ACHADO)
              WHEN "PEDIDO  "
                 MOVE WS-CNS-LIDO-DATA
                    TO WS-CNS-PEDIDO(WS-CNS-ACHADO)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       BUSCA-CONSENTIMENTO.
           MOVE 0 TO WS-CNS-ACHADO
           PERFORM VARYING WS-CNS-I FROM 1 BY 1
                 UNTIL WS-CNS-I > WS-CNS-COUNT
                    OR WS-CNS-ACHADO > 0
              IF WS-CNS-REG(WS-CNS-I) = WS-CNS-BUSCA
                 MOVE WS-CNS-I TO WS-CNS-ACHADO
              END-IF
           END-PERFORM.

      *    Situacao do consentimento "S" do registro em WS-CNS-BUSCA
      *    na data de hoje: vencido a partir do vencimento (data do
      *    consentimento + validade), a vencer a partir de
      *    WS-AVISO-MESES antes dele. Sem data registrada = vencido.
       SITUACAO-CONSENTIMENTO.
           MOVE 0 TO WS-CNS-DATA-ACH
           MOVE 0 TO WS-CNS-PEDIDO-ACH
           MOVE 0 TO WS-CNS-VENCIMENTO
           PERFORM BUSCA-CONSENTIMENTO
           IF WS-CNS-ACHADO > 0
              MOVE WS-CNS-DATA(WS-CNS-ACHADO) TO WS-CNS-DATA-ACH
              MOVE WS-CNS-PEDIDO(WS-CNS-ACHADO) TO WS-CNS-PEDIDO-ACH
           END-IF
           IF WS-CNS-DATA-ACH = 0
              SET CNS-VENCIDO TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CNS-DATA-ACH TO WS-DT-CALC-N
           MOVE WS-VALIDADE-MESES TO WS-DT-DESLOC
           PERFORM SOMA-MESES
           MOVE WS-DT-CALC-N TO WS-CNS-VENCIMENTO
           MOVE WS-CNS-DATA-ACH TO WS-DT-CALC-N
           COMPUTE WS-DT-DESLOC = WS-VALIDADE-MESES - WS-AVISO-MESES
           PERFORM SOMA-MESES
           MOVE WS-DT-CALC-N TO WS-CNS-AVISO
           EVALUATE TRUE
              WHEN WS-HOJE >= WS-CNS-VENCIMENTO
                 SET CNS-VENCIDO TO TRUE
              WHEN WS-HOJE >= WS-CNS-AVISO
                 SET CNS-A-VENCER TO TRUE
              WHEN OTHER
                 SET CNS-VIGENTE TO TRUE
           END-EVALUATE.

      *    Soma WS-DT-DESLOC meses a WS-DT-CALC; dia que nao existe
      *    no mes de chegada (31 em abril, 29 de fevereiro) recua
      *    para o ultimo dia do mes.
       SOMA-MESES.
           COMPUTE WS-DT-MESES-TOT = WS-DT-ANO * 12 + WS-DT-MES - 1
              + WS-DT-DESLOC
           DIVIDE WS-DT-MESES-TOT BY 12 GIVING WS-DT-ANO
              REMAINDER WS-DT-RESTO
           COMPUTE WS-DT-MES = WS-DT-RESTO + 1
           PERFORM UNTIL WS-DT-DIA < 29
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-CALC-N) = 0
              SUBTRACT 1 FROM WS-DT-DIA
           END-PERFORM.

      *    Um pedido por consentimento: quem ja recebeu o pedido
      *    depois da ultima data de consentimento nao recebe outro ate
      *    renovar. O menor com responsavel vinculado tem o pedido
      *    enderecado ao responsavel, como na extracao.
       GERA-PEDIDOS-RENOVACAO.
           PERFORM CARREGA-PARAMETROS-MKT
           PERFORM CARREGA-CONSENTIMENTOS
           MOVE 0 TO WS-QTD-CARTAS
           MOVE 0 TO WS-QTD-ROTEADOS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RENOV-EXTRACAO
           PERFORM UNTIL EOF-ARQ
              READ PESSOA-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM PEDE-RENOVACAO-SE-DEVIDA
              END-READ
           END-PERFORM
           CLOSE PESSOA-MASTER
           CLOSE RENOV-EXTRACAO
           DISPLAY "PEDIDOS DE RENOVACAO: " WS-QTD-CARTAS
              " EM MKTRENEX.DAT (VALIDADE " WS-VALIDADE-MESES
              " MESES, AVISO " WS-AVISO-MESES " MESES ANTES)".

       PEDE-RENOVACAO-SE-DEVIDA.
           IF NOT PES-ATIVO OR NOT PES-MKT-SIM
              EXIT PARAGRAPH
           END-IF
           MOVE PES-REG-NUM TO WS-CNS-BUSCA
           PERFORM SITUACAO-CONSENTIMENTO
           IF CNS-VIGENTE
              EXIT PARAGRAPH
           END-IF
           IF WS-CNS-PEDIDO-ACH NOT = 0
                 AND WS-CNS-PEDIDO-ACH >= WS-CNS-DATA-ACH
              EXIT PARAGRAPH
           END-IF
           MOVE PES-NAME TO WS-EXT-NOME
           IF PES-MENOR
              PERFORM BUSCA-RESPONSAVEL-MENOR
              IF WS-RESP-ACHADO > 0
                 MOVE WS-NOME-RESP TO WS-EXT-NOME
                 ADD 1 TO WS-QTD-ROTEADOS
              END-IF
           END-IF
           MOVE SPACES            TO RENOV-EXTRACAO-REC
           MOVE PES-REG-NUM       TO RX-REG-NUM
           MOVE WS-EXT-NOME       TO RX-NOME
           MOVE WS-CNS-DATA-ACH   TO RX-DATA-CONSENT
           MOVE WS-CNS-VENCIMENTO TO RX-VENCIMENTO
           IF CNS-VENCIDO
              MOVE "VENCIDO"  TO RX-SITUACAO
           ELSE
              MOVE "A VENCER" TO RX-SITUACAO
           END-IF
           WRITE RENOV-EXTRACAO-REC
           ADD 1 TO WS-QTD-CARTAS
           MOVE PES-REG-NUM TO WS-HIST-REG
           MOVE "PEDIDO  "  TO WS-HIST-MUDANCA
           MOVE "RENOVAC"   TO WS-HIST-ORIGEM
           PERFORM GRAVA-CONSENT-HIST.

      *    Respostas da renovacao sob a trava PESSOA.LCK, como o
      *    opt-out: S renova (ou religa quem ja tinha caducado), N
      *    desliga. Renovacao sem mudanca do byte so vai ao
      *    historico; mudanca do byte vai tambem a auditoria.
       PROCESSA-RENOVACAO.
           PERFORM CARREGA-RESPOSTAS-RENOV
           IF WS-RNV-COUNT = 0
              DISPLAY "MKTRENRS.DAT VAZIO OU NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "PESSOA.LCK" TO WS-TRAVA-NOME
           MOVE "MKTEXTR"    TO WS-TRAVA-DONO
           MOVE "I"          TO WS-TRAVA-MODO
           PERFORM OBTEM-TRAVA
           IF NOT TRAVA-OBTIDA
              DISPLAY "RENOVACAO CANCELADA - PESSOA.DAT EM USO "
                 "POR OUTRO OPERADOR"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PESSOA-MASTER
           IF WS-PESSOA-STATUS = "35"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO WS-RENOVADOS
              MOVE 0 TO WS-CADUCADOS
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-RNV-COUNT
                 PERFORM APLICA-RESPOSTA-RENOV
              END-PERFORM
              CLOSE PESSOA-MASTER
              DISPLAY "RENOVACAO PROCESSADA: " WS-RENOVADOS
                 " RENOVADO(S), " WS-CADUCADOS " CADUCADO(S)"
           END-IF
           PERFORM LIBERA-TRAVA.

       CARREGA-RESPOSTAS-RENOV.
           MOVE 0 TO WS-RNV-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RENOV-RESPOSTA
           IF WS-RNRS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ RENOV-RESPOSTA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF RR-RESPOSTA = "S" OR RR-RESPOSTA = "N"
                       IF WS-RNV-COUNT < 500
                          ADD 1 TO WS-RNV-COUNT
                          MOVE RR-REG-NUM
                             TO WS-RNV-REG(WS-RNV-COUNT)
                          MOVE RR-RESPOSTA
                             TO WS-RNV-RESPOSTA(WS-RNV-COUNT)
                       ELSE
                          DISPLAY "MKTRENRS.DAT TEM MAIS DE 500 "
                             "RESPOSTAS - PROCESSE EM DUAS RODADAS"
                          MOVE 4 TO RETURN-CODE
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RENOV-RESPOSTA.

       APLICA-RESPOSTA-RENOV.
           IF WS-RNV-REG(WS-J) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RNV-REG(WS-J) TO PES-REG-NUM
           READ PESSOA-MASTER KEY IS PES-REG-NUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM RENOVA-UM-REGISTRO
           END-READ.

       RENOVA-UM-REGISTRO.
           MOVE PES-REG-NUM TO WS-HIST-REG
           MOVE "RENOVAC" TO WS-HIST-ORIGEM
           MOVE PESSOA-MASTER-REC TO WS-AUD-ANTES
           EVALUATE TRUE
              WHEN WS-RNV-RESPOSTA(WS-J) = "S" AND PES-MKT-SIM
                 ADD 1 TO WS-RENOVADOS
                 MOVE "RENOVADO" TO WS-HIST-MUDANCA
                 PERFORM GRAVA-CONSENT-HIST
              WHEN WS-RNV-RESPOSTA(WS-J) = "S"
                 SET PES-MKT-SIM TO TRUE
                 REWRITE PESSOA-MASTER-REC
                 ADD 1 TO WS-RENOVADOS
                 MOVE "RENOVAC" TO WS-AUD-ACAO
                 MOVE PESSOA-MASTER-REC TO WS-AUD-DEPOIS
                 PERFORM GRAVA-PESSOA-AUDIT
                 MOVE "N PARA S" TO WS-HIST-MUDANCA
                 PERFORM GRAVA-CONSENT-HIST
              WHEN PES-MKT-SIM
                 SET PES-MKT-NAO TO TRUE
                 REWRITE PESSOA-MASTER-REC
                 ADD 1 TO WS-CADUCADOS
                 MOVE "CADUCADO" TO WS-AUD-ACAO
                 MOVE PESSOA-MASTER-REC TO WS-AUD-DEPOIS
                 PERFORM GRAVA-PESSOA-AUDIT
                 MOVE "S PARA N" TO WS-HIST-MUDANCA
                 PERFORM GRAVA-CONSENT-HIST
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Quadro do mes corrente: a posicao de hoje dos ativos
      *    optantes e o movimento do mes lido do CONSENTH.DAT.
       RELATORIO-CONSENTIMENTO.
           PERFORM CARREGA-PARAMETROS-MKT
           PERFORM CARREGA-CONSENTIMENTOS
           PERFORM CONTA-MOVIMENTO-MES
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ PESSOA-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CLASSIFICA-CONSENTIMENTO
                 END-READ
              END-PERFORM
              CLOSE PESSOA-MASTER
           END-IF
           OPEN OUTPUT CONSENT-RELATORIO
           MOVE SPACES TO CONSENT-RELATORIO-REC
           STRING "===== CONSENTIMENTO DE MARKETING - "
                  DELIMITED BY SIZE
                  WS-HOJE(1:6) DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO CONSENT-RELATORIO-REC
           END-STRING
           WRITE CONSENT-RELATORIO-REC
           MOVE SPACES TO CONSENT-RELATORIO-REC
           STRING "VALIDADE " DELIMITED BY SIZE
                  WS-VALIDADE-MESES DELIMITED BY SIZE
                  " MESES - A VENCER NOS ULTIMOS " DELIMITED BY SIZE
                  WS-AVISO-MESES DELIMITED BY SIZE
                  " MESES - POSICAO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO CONSENT-RELATORIO-REC
           END-STRING
           WRITE CONSENT-RELATORIO-REC
           MOVE "----- POSICAO DOS ATIVOS -----"
              TO CONSENT-RELATORIO-REC
           WRITE CONSENT-RELATORIO-REC
           MOVE "CONSENTIMENTOS VIGENTES" TO WS-RL-ROTULO
           MOVE WS-REL-VIGENTES TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "CONSENTIMENTOS A VENCER" TO WS-RL-ROTULO
           MOVE WS-REL-A-VENCER TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "CONSENTIMENTOS VENCIDOS (FORA DA EXTRACAO)"
              TO WS-RL-ROTULO
           MOVE WS-REL-VENCIDOS TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "  DOS QUAIS SEM DATA DE CONSENTIMENTO" TO WS-RL-ROTULO
           MOVE WS-REL-SEM-DATA TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "SEM CONSENTIMENTO" TO WS-RL-ROTULO
           MOVE WS-REL-NAO-OPT TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "----- MOVIMENTO DO MES -----"
              TO CONSENT-RELATORIO-REC
           WRITE CONSENT-RELATORIO-REC
           MOVE "CONSENTIMENTOS DADOS" TO WS-RL-ROTULO
           MOVE WS-REL-MES-NOVOS TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "PEDIDOS DE RENOVACAO ENVIADOS" TO WS-RL-ROTULO
           MOVE WS-REL-MES-PEDID TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "CONSENTIMENTOS RENOVADOS" TO WS-RL-ROTULO
           MOVE WS-REL-MES-RENOV TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "CONSENTIMENTOS CADUCADOS NA RENOVACAO" TO WS-RL-ROTULO
           MOVE WS-REL-MES-CADUC TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           MOVE "CONSENTIMENTOS RETIRADOS (OPT-OUT E MANUTENCAO)"
              TO WS-RL-ROTULO
           MOVE WS-REL-MES-RETIR TO WS-RL-QTD
           WRITE CONSENT-RELATORIO-REC FROM WS-REL-LINHA
           CLOSE CONSENT-RELATORIO
           DISPLAY "RELATORIO DE CONSENTIMENTOS EM MKTCONS.DAT: "
              WS-REL-VIGENTES " VIGENTE(S), " WS-REL-A-VENCER
              " A VENCER, " WS-REL-VENCIDOS " VENCIDO(S)".

       CLASSIFICA-CONSENTIMENTO.
           IF NOT PES-ATIVO
              EXIT PARAGRAPH
           END-IF
           IF NOT PES-MKT-SIM
              ADD 1 TO WS-REL-NAO-OPT
              EXIT PARAGRAPH
           END-IF
           MOVE PES-REG-NUM TO WS-CNS-BUSCA
           PERFORM SITUACAO-CONSENTIMENTO
           EVALUATE TRUE
              WHEN CNS-VIGENTE
                 ADD 1 TO WS-REL-VIGENTES
              WHEN CNS-A-VENCER
                 ADD 1 TO WS-REL-A-VENCER
              WHEN OTHER
                 ADD 1 TO WS-REL-VENCIDOS
                 IF WS-CNS-DATA-ACH = 0
                    ADD 1 TO WS-REL-SEM-DATA
                 END-IF
           END-EVALUATE.

       CONTA-MOVIMENTO-MES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONSENT-HIST
           IF WS-HIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONSENT-HIST
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CONSENT-HIST-REC(1:6) = WS-HOJE(1:6)
                       EVALUATE TRUE
                          WHEN CONSENT-HIST-REC(24:8) = "N PARA S"
                             ADD 1 TO WS-REL-MES-NOVOS
                          WHEN CONSENT-HIST-REC(24:8) = "RENOVADO"
                             ADD 1 TO WS-REL-MES-RENOV
                          WHEN CONSENT-HIST-REC(24:8) = "PEDIDO  "
                             ADD 1 TO WS-REL-MES-PEDID
                          WHEN CONSENT-HIST-REC(24:8) = "S PARA N"
                                AND CONSENT-HIST-REC(33:8) = "RENOVAC"
                             ADD 1 TO WS-REL-MES-CADUC
                          WHEN CONSENT-HIST-REC(24:8) = "S PARA N"
                             ADD 1 TO WS-REL-MES-RETIR
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSENT-HIST.

       COPY "PESSAUDP.cpy".

       COPY "CONSHISTP.cpy".

       COPY "DATANEGP.cpy".

       COPY "TRAVAP.cpy".
