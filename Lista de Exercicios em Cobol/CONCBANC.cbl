       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Conciliacao bancaria: importa o extrato diario do banco
      * (EXTBANCO.DAT) para o cadastro de movimentos CONCBCO.DAT e
      * casa cada movimento pendente com o que o sistema espera ver
      * na conta, dentro da janela de dias de CONCPAR.DAT:
      *   - vendas por transferencia (VD-PG-TRANSF) de VENDAS.DAT e
      *     VENDASAR.DAT, canceladas fora - credito, referencia =
      *     numero da nota fiscal;
      *   - depositos do caixa - o contado na gaveta de cada
      *     fechamento em CAIXAFEC.DAT - credito, sem referencia;
      *   - parcelas liquidadas em PARCELAS.DAT (RECEBPAG/BOLETRET)
      *     - credito do principal mais encargos, referencia = nosso
      *     numero (contrato + parcela);
      *   - pagamentos da folha em PAGAMENTOS.DAT (nao rejeitados) -
      *     debito, referencia = codigo do vendedor.
      * O casamento exige o mesmo tipo e valor e data dentro da
      * tolerancia; primeiro com a referencia igual ao documento do
      * banco, depois so por data e valor quando um dos lados nao
      * traz referencia. O relatorio CONCREL.DAT lista os casados na
      * rodada, os movimentos do banco sem par no sistema e os itens
      * do sistema sem movimento no banco. Pendencia mais velha que
      * os dias de alerta vira alerta em OPERALRT.DAT.
      * So os movimentos pendentes e os conciliados dentro da janela
      * (menos a tolerancia) entram na tabela; os conciliados mais
      * velhos ja nao casam com nada e passam direto para a copia
      * nova do CONCBCO.DAT - o arquivo cresce, a tabela nao.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT CONCILIACAO ASSIGN TO "CONCBCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-STATUS.
           SELECT CONCILIACAO-TRABALHO ASSIGN TO "CONCBCO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT CONCILIACAO-PARAMETRO ASSIGN TO "CONCPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT CAIXA-FECHAMENTO ASSIGN TO "CAIXAFEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT CONCILIACAO-REPORT ASSIGN TO "CONCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Extrato diario do banco: um movimento por linha, C credito
      *    ou D debito, com o documento (referencia) informado pelo
      *    banco.
       FD  EXTRATO-BANCO
           RECORD CONTAINS 70 CHARACTERS.
       01  EXTRATO-BANCO-REC.
           05  EB-DATA           PIC 9(8).
           05  EB-TIPO           PIC X.
           05  EB-VALOR          PIC 9(9)V99.
           05  EB-DOCUMENTO      PIC X(20).
           05  EB-HISTORICO      PIC X(30).

       FD  CONCILIACAO
           RECORD CONTAINS 101 CHARACTERS.
       COPY "CONCBREC.cpy".

       FD  CONCILIACAO-TRABALHO
           RECORD CONTAINS 101 CHARACTERS.
       01  CONCILIACAO-TRABALHO-REC PIC X(101).

      *    Tolerancia de dias entre o banco e o sistema, dias para o
      *    alerta de pendencia e janela de dias lida do sistema.
       FD  CONCILIACAO-PARAMETRO
           RECORD CONTAINS 7 CHARACTERS.
       01  CONCILIACAO-PARAMETRO-REC.
           05  CN-TOLERANCIA     PIC 9(2).
           05  CN-DIAS-ALERTA    PIC 9(2).
           05  CN-JANELA         PIC 9(3).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

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

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  PAGAMENTOS
           RECORD CONTAINS 28 CHARACTERS.
       01  PAGAMENTOS-REC.
           05  PG-VENDEDOR-ID       PIC X(6).
           05  PG-VALOR             PIC 9(7)V99.
           05  PG-SITUACAO          PIC X.
               88  PG-ENVIADO              VALUE "E".
               88  PG-LIQUIDADO            VALUE "L".
               88  PG-REJEITADO            VALUE "R".
           05  FILLER               PIC X(4).
           05  PG-DATA-PGTO         PIC 9(8).

       FD  CONCILIACAO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CONCILIACAO-REPORT-REC PIC X(80).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "VENDVAL.cpy".
       COPY "ARQTROCA.cpy".
       77  WS-EXT-STATUS    PIC XX VALUE SPACES.
       77  WS-CONC-STATUS   PIC XX VALUE SPACES.
       77  WS-TMP-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-FEC-STATUS    PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-PAG-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-HOJE-INT      PIC 9(7) VALUE 0.
       77  WS-JANELA-INI    PIC 9(8).
       77  WS-CORTE-TABELA  PIC 9(8).
       77  WS-TOLERANCIA    PIC 9(2) VALUE 3.
       77  WS-DIAS-ALERTA   PIC 9(2) VALUE 5.
       77  WS-JANELA        PIC 9(3) VALUE 60.
       77  WS-EXIGE-REF     PIC X VALUE "S".
           88 EXIGE-REFERENCIA     VALUE "S".
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU-ITEM           VALUE "Y".
       77  WS-ESTOURO       PIC X VALUE "N".
           88 TABELA-ESTOUROU      VALUE "Y".
       77  WS-B             PIC 9(4) VALUE 0.
       77  WS-S             PIC 9(4) VALUE 0.
       77  WS-DIF-DIAS      PIC S9(7) VALUE 0.
       77  WS-IDADE         PIC 9(5) VALUE 0.
       77  WS-BCO-ANTES     PIC 9(4) VALUE 0.
       77  WS-QTD-IMPORT    PIC 9(4) VALUE 0.
       77  WS-QTD-REPETIDOS PIC 9(4) VALUE 0.
       77  WS-QTD-INVALIDOS PIC 9(4) VALUE 0.
       77  WS-QTD-CASADOS   PIC 9(4) VALUE 0.
       77  WS-QTD-BCO-PEND  PIC 9(4) VALUE 0.
       77  WS-QTD-SIS-PEND  PIC 9(4) VALUE 0.
       77  WS-QTD-BCO-ATRAS PIC 9(4) VALUE 0.
       77  WS-QTD-SIS-ATRAS PIC 9(4) VALUE 0.
       77  WS-CX-DATA       PIC 9(8) VALUE 0.
       77  WS-CX-VALOR      PIC S9(9)V99 VALUE 0.
      *    Item do sistema a incluir na tabela (ADICIONA-ITEM-SISTEMA).
       01  WS-NOVO-ITEM.
           05  WS-NV-ORIGEM      PIC X(2).
           05  WS-NV-CHAVE       PIC X(20).
           05  WS-NV-DATA        PIC 9(8).
           05  WS-NV-TIPO        PIC X.
           05  WS-NV-VALOR       PIC 9(9)V99.
           05  WS-NV-REF         PIC X(20).
       01  WS-CHAVE-VENDA.
           05  WS-CV-DATA        PIC 9(8).
           05  WS-CV-VENDEDOR    PIC X(6).
           05  WS-CV-DOC         PIC X(6).
       01  WS-CHAVE-PARCELA.
           05  WS-CP-CONTRATO    PIC 9(6).
           05  WS-CP-PARCELA     PIC 9(3).
       01  WS-CHAVE-PAGTO.
           05  WS-CG-DATA        PIC 9(8).
           05  WS-CG-VENDEDOR    PIC X(6).
      *    Movimentos do banco: os ja gravados em CONCBCO.DAT mais os
      *    importados nesta rodada.
       77  WS-BCO-COUNT     PIC 9(4) VALUE 0.
       01  WS-BCO-TABELA.
           05  WS-BCO-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-BCO-COUNT.
               10  WS-BC-DATA      PIC 9(8).
               10  WS-BC-TIPO      PIC X.
               10  WS-BC-VALOR     PIC 9(9)V99.
               10  WS-BC-DOC       PIC X(20).
               10  WS-BC-HIST      PIC X(30).
               10  WS-BC-SIT       PIC X.
               10  WS-BC-ORIGEM    PIC X(2).
               10  WS-BC-CHAVE     PIC X(20).
               10  WS-BC-DATA-CONC PIC 9(8).
               10  WS-BC-DIA-INT   PIC 9(7).
               10  WS-BC-NA-RODADA PIC X.
               10  WS-BC-SIS-DATA  PIC 9(8).
      *    Itens do sistema na janela: P pendente, C conciliado em
      *    rodada anterior, N conciliado nesta rodada.
       77  WS-SIS-COUNT     PIC 9(4) VALUE 0.
       01  WS-SIS-TABELA.
           05  WS-SIS-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-SIS-COUNT.
               10  WS-SI-ORIGEM    PIC X(2).
               10  WS-SI-CHAVE     PIC X(20).
               10  WS-SI-DATA      PIC 9(8).
               10  WS-SI-TIPO      PIC X.
               10  WS-SI-VALOR     PIC 9(9)V99.
               10  WS-SI-REF       PIC X(20).
               10  WS-SI-SIT       PIC X.
               10  WS-SI-DIA-INT   PIC 9(7).
       01  WS-REL-DETALHE.
           05  WS-RD-DATA        PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-ORIGEM      PIC X(2).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-TIPO        PIC X.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-REF         PIC X(20).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-DIAS        PIC ZZZZ9.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RD-OBS         PIC X(20).
           05  FILLER            PIC X(4) VALUE SPACES.
       01  WS-REL-TOTAL.
           05  WS-RT-ROTULO      PIC X(40).
           05  WS-RT-QTD         PIC ZZZ9.
           05  FILLER            PIC X(36) VALUE SPACES.
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
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           PERFORM CARREGA-PARAMETROS
           COMPUTE WS-JANELA-INI = FUNCTION DATE-OF-INTEGER
              (WS-HOJE-INT - WS-JANELA)
           COMPUTE WS-CORTE-TABELA = FUNCTION DATE-OF-INTEGER
              (WS-HOJE-INT - WS-JANELA - WS-TOLERANCIA)
           MOVE "CONCBCO.DAT" TO WS-TROCA-VIVO
           MOVE "CONCBCO.TMP" TO WS-TROCA-TMP
           MOVE "CONCBCO.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           PERFORM CARREGA-CONCILIACAO
           PERFORM IMPORTA-EXTRATO
           IF TABELA-ESTOUROU
              DISPLAY "MAIS DE 2000 MOVIMENTOS PENDENTES OU NA "
                 "JANELA - CONCILIACAO NAO EXECUTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDAS-TRANSF
           PERFORM CARREGA-DEPOSITOS-CAIXA
           PERFORM CARREGA-PARCELAS-RECEBIDAS
           PERFORM CARREGA-PAGAMENTOS-FOLHA
           IF TABELA-ESTOUROU
              DISPLAY "MAIS DE 2000 ITENS DO SISTEMA NA JANELA - "
                 "CONCILIACAO NAO EXECUTADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM MARCA-JA-CONCILIADOS
           MOVE "S" TO WS-EXIGE-REF
           PERFORM CONCILIA-MOVIMENTOS
           MOVE "N" TO WS-EXIGE-REF
           PERFORM CONCILIA-MOVIMENTOS
           PERFORM REGRAVA-CONCILIACAO
           PERFORM GERA-RELATORIO
           DISPLAY "EXTRATO: " WS-QTD-IMPORT " MOVIMENTO(S) "
              "IMPORTADO(S), " WS-QTD-REPETIDOS " REPETIDO(S), "
              WS-QTD-INVALIDOS " INVALIDO(S)"
           DISPLAY "CONCILIADOS NA RODADA: " WS-QTD-CASADOS
              " - BANCO SEM PAR: " WS-QTD-BCO-PEND
              " - SISTEMA SEM PAR: " WS-QTD-SIS-PEND
              " - VER CONCREL.DAT"
           IF WS-QTD-BCO-ATRAS > 0 OR WS-QTD-SIS-ATRAS > 0
              PERFORM EMITE-ALERTAS
              DISPLAY "PENDENCIAS COM MAIS DE " WS-DIAS-ALERTA
                 " DIAS - ALERTA GERADO PARA O PLANTAO"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT CONCILIACAO-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "CONCPAR.DAT NAO ENCONTRADO - TOLERANCIA DE 3 "
                 "DIAS, ALERTA COM 5 DIAS, JANELA DE 60 DIAS"
              EXIT PARAGRAPH
           END-IF
           READ CONCILIACAO-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF CN-TOLERANCIA IS NUMERIC
                    MOVE CN-TOLERANCIA TO WS-TOLERANCIA
                 END-IF
                 IF CN-DIAS-ALERTA IS NUMERIC
                    MOVE CN-DIAS-ALERTA TO WS-DIAS-ALERTA
                 END-IF
                 IF CN-JANELA IS NUMERIC AND CN-JANELA > 0
                    MOVE CN-JANELA TO WS-JANELA
                 END-IF
           END-READ
           CLOSE CONCILIACAO-PARAMETRO.

      *    Conciliado anterior ao corte vai direto para o trabalho;
      *    o REGRAVA-CONCILIACAO acrescenta a tabela depois dele.
       CARREGA-CONCILIACAO.
           MOVE 0 TO WS-BCO-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN OUTPUT CONCILIACAO-TRABALHO
           OPEN INPUT CONCILIACAO
           IF WS-CONC-STATUS = "35"
              CLOSE CONCILIACAO-TRABALHO
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONCILIACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CB-CONCILIADO AND CB-DATA < WS-CORTE-TABELA
                       WRITE CONCILIACAO-TRABALHO-REC
                          FROM CONCILIACAO-REC
                    ELSE
                       PERFORM GUARDA-MOVIMENTO-BANCO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONCILIACAO
           CLOSE CONCILIACAO-TRABALHO
           MOVE WS-BCO-COUNT TO WS-BCO-ANTES.

       GUARDA-MOVIMENTO-BANCO.
           IF WS-BCO-COUNT < 2000
              ADD 1 TO WS-BCO-COUNT
              MOVE WS-BCO-COUNT TO WS-B
              MOVE CB-DATA      TO WS-BC-DATA(WS-B)
              MOVE CB-TIPO      TO WS-BC-TIPO(WS-B)
              MOVE CB-VALOR     TO WS-BC-VALOR(WS-B)
              MOVE CB-DOCUMENTO TO WS-BC-DOC(WS-B)
              MOVE CB-HISTORICO TO WS-BC-HIST(WS-B)
              MOVE CB-SITUACAO  TO WS-BC-SIT(WS-B)
              MOVE CB-ORIGEM    TO WS-BC-ORIGEM(WS-B)
              MOVE CB-CHAVE     TO WS-BC-CHAVE(WS-B)
              MOVE CB-DATA-CONC TO WS-BC-DATA-CONC(WS-B)
              COMPUTE WS-BC-DIA-INT(WS-B) =
                 FUNCTION INTEGER-OF-DATE(CB-DATA)
              MOVE "N"          TO WS-BC-NA-RODADA(WS-B)
              MOVE 0            TO WS-BC-SIS-DATA(WS-B)
           ELSE
              MOVE "Y" TO WS-ESTOURO
           END-IF.

      *    Linha do extrato ja gravada numa importacao anterior (mesma
      *    data, tipo, valor, documento e historico) nao entra de
      *    novo - reimportar o mesmo arquivo nao duplica movimento.
       IMPORTA-EXTRATO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT EXTRATO-BANCO
           IF WS-EXT-STATUS = "35"
              DISPLAY "EXTBANCO.DAT NAO ENCONTRADO - CONCILIANDO SO "
                 "OS MOVIMENTOS JA IMPORTADOS"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ EXTRATO-BANCO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM IMPORTA-UM-MOVIMENTO
              END-READ
           END-PERFORM
           CLOSE EXTRATO-BANCO.

       IMPORTA-UM-MOVIMENTO.
           IF EB-DATA IS NOT NUMERIC
                 OR (EB-TIPO NOT = "C" AND EB-TIPO NOT = "D")
                 OR EB-VALOR IS NOT NUMERIC
              ADD 1 TO WS-QTD-INVALIDOS
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EB-DATA) NOT = 0
              ADD 1 TO WS-QTD-INVALIDOS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-B FROM 1 BY 1
                 UNTIL WS-B > WS-BCO-ANTES OR ACHOU-ITEM
              IF WS-BC-DATA(WS-B) = EB-DATA
                    AND WS-BC-TIPO(WS-B) = EB-TIPO
                    AND WS-BC-VALOR(WS-B) = EB-VALOR
                    AND WS-BC-DOC(WS-B) = EB-DOCUMENTO
                    AND WS-BC-HIST(WS-B) = EB-HISTORICO
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF ACHOU-ITEM
              ADD 1 TO WS-QTD-REPETIDOS
              EXIT PARAGRAPH
           END-IF
           IF WS-BCO-COUNT >= 2000
              MOVE "Y" TO WS-ESTOURO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BCO-COUNT
           MOVE WS-BCO-COUNT TO WS-B
           MOVE EB-DATA      TO WS-BC-DATA(WS-B)
           MOVE EB-TIPO      TO WS-BC-TIPO(WS-B)
           MOVE EB-VALOR     TO WS-BC-VALOR(WS-B)
           MOVE EB-DOCUMENTO TO WS-BC-DOC(WS-B)
           MOVE EB-HISTORICO TO WS-BC-HIST(WS-B)
           MOVE "P"          TO WS-BC-SIT(WS-B)
           MOVE SPACES       TO WS-BC-ORIGEM(WS-B)
           MOVE SPACES       TO WS-BC-CHAVE(WS-B)
           MOVE 0            TO WS-BC-DATA-CONC(WS-B)
           COMPUTE WS-BC-DIA-INT(WS-B) =
              FUNCTION INTEGER-OF-DATE(EB-DATA)
           MOVE "N"          TO WS-BC-NA-RODADA(WS-B)
           MOVE 0            TO WS-BC-SIS-DATA(WS-B)
           ADD 1 TO WS-QTD-IMPORT.

       CARREGA-VENDAS-TRANSF.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM CONFERE-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

      *    A chave da venda e data + vendedor + nota (sem nota, o
      *    comeco do chassi) - VENDAS.DAT nao tem numero proprio.
       CONFERE-VENDA.
           IF VD-CANCELADA OR NOT VD-PG-TRANSF
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR-VENDA
           MOVE VD-DATA        TO WS-CV-DATA
           MOVE VD-VENDEDOR-ID TO WS-CV-VENDEDOR
           MOVE SPACES TO WS-NOVO-ITEM
           IF VD-NF-NUMERO IS NUMERIC AND VD-NF-NUMERO > 0
              MOVE VD-NF-NUMERO TO WS-CV-DOC
              MOVE VD-NF-NUMERO TO WS-NV-REF
           ELSE
              MOVE VD-CHASSI    TO WS-CV-DOC
           END-IF
           MOVE "VD"           TO WS-NV-ORIGEM
           MOVE WS-CHAVE-VENDA TO WS-NV-CHAVE
           MOVE VD-DATA        TO WS-NV-DATA
           MOVE "C"            TO WS-NV-TIPO
           MOVE WS-VD-VALOR-EF TO WS-NV-VALOR
           PERFORM ADICIONA-ITEM-SISTEMA.

      *    Cada fechamento do CAIXAFEC.DAT: o cabecalho traz a data e
      *    a linha CONTADO NA GAVETA o valor depositado. Dia fechado
      *    mais de uma vez vale o ultimo fechamento.
       CARREGA-DEPOSITOS-CAIXA.
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
              EXIT PARAGRAPH
           END-IF
           IF CF-ROTULO NOT = "CONTADO NA GAVETA:" OR WS-CX-DATA = 0
              EXIT PARAGRAPH
           END-IF
           MOVE CF-VALOR TO WS-CX-VALOR
           IF WS-CX-VALOR <= 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES      TO WS-NOVO-ITEM
           MOVE "CX"        TO WS-NV-ORIGEM
           MOVE WS-CX-DATA  TO WS-NV-CHAVE
           MOVE WS-CX-DATA  TO WS-NV-DATA
           MOVE "C"         TO WS-NV-TIPO
           MOVE WS-CX-VALOR TO WS-NV-VALOR
           PERFORM ADICIONA-ITEM-SISTEMA.

      *    Parcela liquidada: o que entrou na conta e o principal mais
      *    multa e juros; parcela antiga, sem a separacao, o valor
      *    cheio.
       CARREGA-PARCELAS-RECEBIDAS.
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
                    IF PA-LIQUIDADA AND PA-DATA-PGTO IS NUMERIC
                       PERFORM CONFERE-PARCELA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS.

       CONFERE-PARCELA.
           MOVE SPACES         TO WS-NOVO-ITEM
           MOVE PA-CONTRATO    TO WS-CP-CONTRATO
           MOVE PA-NUMERO      TO WS-CP-PARCELA
           MOVE "PR"           TO WS-NV-ORIGEM
           MOVE WS-CHAVE-PARCELA TO WS-NV-CHAVE
           MOVE WS-CHAVE-PARCELA TO WS-NV-REF
           MOVE PA-DATA-PGTO   TO WS-NV-DATA
           MOVE "C"            TO WS-NV-TIPO
           IF PA-VLR-PRINCIPAL IS NUMERIC
              MOVE PA-VLR-PRINCIPAL TO WS-NV-VALOR
              IF PA-VLR-MULTA IS NUMERIC
                 ADD PA-VLR-MULTA TO WS-NV-VALOR
              END-IF
              IF PA-VLR-JUROS IS NUMERIC
                 ADD PA-VLR-JUROS TO WS-NV-VALOR
              END-IF
           ELSE
              MOVE PA-VALOR TO WS-NV-VALOR
           END-IF
           PERFORM ADICIONA-ITEM-SISTEMA.

       CARREGA-PAGAMENTOS-FOLHA.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PAGAMENTOS
           IF WS-PAG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PAGAMENTOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF NOT PG-REJEITADO
                          AND PG-DATA-PGTO IS NUMERIC
                          AND PG-VALOR IS NUMERIC
                       MOVE SPACES         TO WS-NOVO-ITEM
                       MOVE PG-DATA-PGTO   TO WS-CG-DATA
                       MOVE PG-VENDEDOR-ID TO WS-CG-VENDEDOR
                       MOVE "FP"           TO WS-NV-ORIGEM
                       MOVE WS-CHAVE-PAGTO TO WS-NV-CHAVE
                       MOVE PG-VENDEDOR-ID TO WS-NV-REF
                       MOVE PG-DATA-PGTO   TO WS-NV-DATA
                       MOVE "D"            TO WS-NV-TIPO
                       MOVE PG-VALOR       TO WS-NV-VALOR
                       PERFORM ADICIONA-ITEM-SISTEMA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAGAMENTOS.

      *    So entra o item dentro da janela; a mesma origem e chave
      *    vista de novo substitui a anterior.
       ADICIONA-ITEM-SISTEMA.
           IF WS-NV-DATA < WS-JANELA-INI OR WS-NV-DATA > WS-HOJE
                 OR WS-NV-VALOR = 0
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NV-DATA) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-S FROM 1 BY 1
                 UNTIL WS-S > WS-SIS-COUNT OR ACHOU-ITEM
              IF WS-SI-ORIGEM(WS-S) = WS-NV-ORIGEM
                    AND WS-SI-CHAVE(WS-S) = WS-NV-CHAVE
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF ACHOU-ITEM
              SUBTRACT 1 FROM WS-S
           ELSE
              IF WS-SIS-COUNT >= 2000
                 MOVE "Y" TO WS-ESTOURO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SIS-COUNT
              MOVE WS-SIS-COUNT TO WS-S
           END-IF
           MOVE WS-NV-ORIGEM TO WS-SI-ORIGEM(WS-S)
           MOVE WS-NV-CHAVE  TO WS-SI-CHAVE(WS-S)
           MOVE WS-NV-DATA   TO WS-SI-DATA(WS-S)
           MOVE WS-NV-TIPO   TO WS-SI-TIPO(WS-S)
           MOVE WS-NV-VALOR  TO WS-SI-VALOR(WS-S)
           MOVE WS-NV-REF    TO WS-SI-REF(WS-S)
           MOVE "P"          TO WS-SI-SIT(WS-S)
           COMPUTE WS-SI-DIA-INT(WS-S) =
              FUNCTION INTEGER-OF-DATE(WS-NV-DATA).

      *    Item do sistema ja casado numa rodada anterior nao volta a
      *    concorrer.
       MARCA-JA-CONCILIADOS.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BCO-COUNT
              IF WS-BC-SIT(WS-B) = "C"
                 PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SIS-COUNT
                    IF WS-SI-ORIGEM(WS-S) = WS-BC-ORIGEM(WS-B)
                          AND WS-SI-CHAVE(WS-S) = WS-BC-CHAVE(WS-B)
                       MOVE "C" TO WS-SI-SIT(WS-S)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Primeira passada (EXIGE-REFERENCIA): documento do banco
      *    igual a referencia do item. Segunda: so data e valor,
      *    quando o item ou o movimento nao traz referencia.
       CONCILIA-MOVIMENTOS.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BCO-COUNT
              IF WS-BC-SIT(WS-B) = "P"
                 PERFORM PROCURA-ITEM-SISTEMA
              END-IF
           END-PERFORM.

       PROCURA-ITEM-SISTEMA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-S FROM 1 BY 1
                 UNTIL WS-S > WS-SIS-COUNT OR ACHOU-ITEM
              IF WS-SI-SIT(WS-S) = "P"
                    AND WS-SI-TIPO(WS-S) = WS-BC-TIPO(WS-B)
                    AND WS-SI-VALOR(WS-S) = WS-BC-VALOR(WS-B)
                 PERFORM CONFERE-PAR
              END-IF
           END-PERFORM
           IF NOT ACHOU-ITEM
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-S
           MOVE "N"                TO WS-SI-SIT(WS-S)
           MOVE "C"                TO WS-BC-SIT(WS-B)
           MOVE WS-SI-ORIGEM(WS-S) TO WS-BC-ORIGEM(WS-B)
           MOVE WS-SI-CHAVE(WS-S)  TO WS-BC-CHAVE(WS-B)
           MOVE WS-HOJE            TO WS-BC-DATA-CONC(WS-B)
           MOVE "S"                TO WS-BC-NA-RODADA(WS-B)
           MOVE WS-SI-DATA(WS-S)   TO WS-BC-SIS-DATA(WS-B)
           ADD 1 TO WS-QTD-CASADOS.

       CONFERE-PAR.
           COMPUTE WS-DIF-DIAS = WS-BC-DIA-INT(WS-B)
              - WS-SI-DIA-INT(WS-S)
           IF WS-DIF-DIAS < 0
              MULTIPLY -1 BY WS-DIF-DIAS
           END-IF
           IF WS-DIF-DIAS > WS-TOLERANCIA
              EXIT PARAGRAPH
           END-IF
           IF EXIGE-REFERENCIA
              IF WS-SI-REF(WS-S) NOT = SPACES
                    AND WS-SI-REF(WS-S) = WS-BC-DOC(WS-B)
                 MOVE "Y" TO WS-ACHOU
              END-IF
           ELSE
              IF WS-SI-REF(WS-S) = SPACES
                    OR WS-BC-DOC(WS-B) = SPACES
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-IF.

       REGRAVA-CONCILIACAO.
           OPEN EXTEND CONCILIACAO-TRABALHO
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BCO-COUNT
              MOVE SPACES                 TO CONCILIACAO-REC
              MOVE WS-BC-DATA(WS-B)       TO CB-DATA
              MOVE WS-BC-TIPO(WS-B)       TO CB-TIPO
              MOVE WS-BC-VALOR(WS-B)      TO CB-VALOR
              MOVE WS-BC-DOC(WS-B)        TO CB-DOCUMENTO
              MOVE WS-BC-HIST(WS-B)       TO CB-HISTORICO
              MOVE WS-BC-SIT(WS-B)        TO CB-SITUACAO
              MOVE WS-BC-ORIGEM(WS-B)     TO CB-ORIGEM
              MOVE WS-BC-CHAVE(WS-B)      TO CB-CHAVE
              MOVE WS-BC-DATA-CONC(WS-B)  TO CB-DATA-CONC
              WRITE CONCILIACAO-TRABALHO-REC FROM CONCILIACAO-REC
           END-PERFORM
           CLOSE CONCILIACAO-TRABALHO
           PERFORM EFETIVA-TROCA-ARQUIVO.

       GERA-RELATORIO.
           MOVE 0 TO WS-QTD-BCO-PEND
           MOVE 0 TO WS-QTD-SIS-PEND
           MOVE 0 TO WS-QTD-BCO-ATRAS
           MOVE 0 TO WS-QTD-SIS-ATRAS
           OPEN OUTPUT CONCILIACAO-REPORT
           MOVE SPACES TO CONCILIACAO-REPORT-REC
           STRING "===== CONCILIACAO BANCARIA - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO CONCILIACAO-REPORT-REC
           END-STRING
           WRITE CONCILIACAO-REPORT-REC
           MOVE SPACES TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           MOVE "CONCILIADOS NESTA RODADA" TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           PERFORM GRAVA-CABECALHO-DETALHE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BCO-COUNT
              IF WS-BC-NA-RODADA(WS-B) = "S"
                 PERFORM MONTA-LINHA-BANCO
                 MOVE SPACES TO WS-RD-OBS
                 STRING "SISTEMA " DELIMITED BY SIZE
                        WS-BC-SIS-DATA(WS-B) DELIMITED BY SIZE
                        INTO WS-RD-OBS
                 END-STRING
                 WRITE CONCILIACAO-REPORT-REC FROM WS-REL-DETALHE
              END-IF
           END-PERFORM
           MOVE SPACES TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           MOVE "MOVIMENTOS DO BANCO SEM CORRESPONDENTE NO SISTEMA"
              TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           PERFORM GRAVA-CABECALHO-DETALHE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BCO-COUNT
              IF WS-BC-SIT(WS-B) = "P"
                 ADD 1 TO WS-QTD-BCO-PEND
                 PERFORM MONTA-LINHA-BANCO
                 MOVE WS-BC-HIST(WS-B) TO WS-RD-OBS
                 IF WS-IDADE > WS-DIAS-ALERTA
                    ADD 1 TO WS-QTD-BCO-ATRAS
                    MOVE "*ATRASADO*" TO WS-RD-OBS(11:10)
                 END-IF
                 WRITE CONCILIACAO-REPORT-REC FROM WS-REL-DETALHE
              END-IF
           END-PERFORM
           MOVE SPACES TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           MOVE "ITENS DO SISTEMA SEM MOVIMENTO NO BANCO"
              TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           PERFORM GRAVA-CABECALHO-DETALHE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SIS-COUNT
              IF WS-SI-SIT(WS-S) = "P"
                 ADD 1 TO WS-QTD-SIS-PEND
                 PERFORM MONTA-LINHA-SISTEMA
                 WRITE CONCILIACAO-REPORT-REC FROM WS-REL-DETALHE
              END-IF
           END-PERFORM
           MOVE SPACES TO CONCILIACAO-REPORT-REC
           WRITE CONCILIACAO-REPORT-REC
           MOVE SPACES TO WS-REL-TOTAL
           MOVE "CONCILIADOS NESTA RODADA:" TO WS-RT-ROTULO
           MOVE WS-QTD-CASADOS TO WS-RT-QTD
           WRITE CONCILIACAO-REPORT-REC FROM WS-REL-TOTAL
           MOVE SPACES TO WS-REL-TOTAL
           MOVE "BANCO SEM CORRESPONDENTE:" TO WS-RT-ROTULO
           MOVE WS-QTD-BCO-PEND TO WS-RT-QTD
           WRITE CONCILIACAO-REPORT-REC FROM WS-REL-TOTAL
           MOVE SPACES TO WS-REL-TOTAL
           MOVE "SISTEMA SEM MOVIMENTO NO BANCO:" TO WS-RT-ROTULO
           MOVE WS-QTD-SIS-PEND TO WS-RT-QTD
           WRITE CONCILIACAO-REPORT-REC FROM WS-REL-TOTAL
           CLOSE CONCILIACAO-REPORT.

       GRAVA-CABECALHO-DETALHE.
           MOVE "DATA     OR T          VALOR REFERENCIA"
              TO CONCILIACAO-REPORT-REC
           MOVE "DIAS OBSERVACAO" TO CONCILIACAO-REPORT-REC(52:15)
           WRITE CONCILIACAO-REPORT-REC.

       MONTA-LINHA-BANCO.
           MOVE SPACES              TO WS-REL-DETALHE
           MOVE WS-BC-DATA(WS-B)    TO WS-RD-DATA
           MOVE WS-BC-ORIGEM(WS-B)  TO WS-RD-ORIGEM
           MOVE WS-BC-TIPO(WS-B)    TO WS-RD-TIPO
           MOVE WS-BC-VALOR(WS-B)   TO WS-RD-VALOR
           MOVE WS-BC-DOC(WS-B)     TO WS-RD-REF
           COMPUTE WS-IDADE = WS-HOJE-INT - WS-BC-DIA-INT(WS-B)
              ON SIZE ERROR
                 MOVE 0 TO WS-IDADE
           END-COMPUTE
           MOVE WS-IDADE            TO WS-RD-DIAS.

       MONTA-LINHA-SISTEMA.
           MOVE SPACES              TO WS-REL-DETALHE
           MOVE WS-SI-DATA(WS-S)    TO WS-RD-DATA
           MOVE WS-SI-ORIGEM(WS-S)  TO WS-RD-ORIGEM
           MOVE WS-SI-TIPO(WS-S)    TO WS-RD-TIPO
           MOVE WS-SI-VALOR(WS-S)   TO WS-RD-VALOR
           MOVE WS-SI-REF(WS-S)     TO WS-RD-REF
           COMPUTE WS-IDADE = WS-HOJE-INT - WS-SI-DIA-INT(WS-S)
              ON SIZE ERROR
                 MOVE 0 TO WS-IDADE
           END-COMPUTE
           MOVE WS-IDADE            TO WS-RD-DIAS
           IF WS-IDADE > WS-DIAS-ALERTA
              ADD 1 TO WS-QTD-SIS-ATRAS
              MOVE "*ATRASADO*"     TO WS-RD-OBS
           END-IF.

      *    Um alerta por lado com a quantidade de pendencias velhas -
      *    o detalhe esta no CONCREL.DAT.
       EMITE-ALERTAS.
           OPEN EXTEND OPERADOR-ALERTA
           IF WS-ALRT-STATUS = "35"
              CLOSE OPERADOR-ALERTA
              OPEN OUTPUT OPERADOR-ALERTA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE "MEDIO"    TO AL-SEVERIDADE
           MOVE "CONCBANC" TO AL-PASSO
           IF WS-QTD-BCO-ATRAS > 0
              MOVE SPACES TO AL-MENSAGEM
              STRING "EXTRATO SEM PAR: " DELIMITED BY SIZE
                     WS-QTD-BCO-ATRAS DELIMITED BY SIZE
                     INTO AL-MENSAGEM
              END-STRING
              WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           END-IF
           IF WS-QTD-SIS-ATRAS > 0
              MOVE SPACES TO AL-MENSAGEM
              STRING "SISTEMA SEM PAR: " DELIMITED BY SIZE
                     WS-QTD-SIS-ATRAS DELIMITED BY SIZE
                     INTO AL-MENSAGEM
              END-STRING
              WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           END-IF
           CLOSE OPERADOR-ALERTA.

       COPY "DATANEGP.cpy".

       COPY "VENDVALP.cpy".

       COPY "ARQTROCAP.cpy".
