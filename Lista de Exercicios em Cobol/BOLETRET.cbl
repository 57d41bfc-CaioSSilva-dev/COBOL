       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETRET.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Retorno da cobranca: processa RETCOB.DAT (um registro por
      * boleto: nosso numero, situacao P=pago, data e valor pagos,
      * nas posicoes do leiaute do banco em BOLETLAY.DAT; 0 ou banco
      * sem linha = leiaute historico: nosso numero na coluna 1,
      * situacao na 10, data na 11 e valor na 19) e baixa sozinho a
      * parcela paga em PARCELAS.DAT com a data e o valor que o banco
      * recebeu - o que passar do valor da parcela e multa (ate o
      * percentual de ENCARPAR.DAT) e juros de mora, como na baixa do
      * RECEBPAG. Contrato sem mais parcela pendente sai da carteira
      * como quitado. O controle BOLETOS.DAT fica L liquidado, R
      * rejeitado ou D divergente, e tudo o que o retorno nao conseguiu
      * baixar sai em BOLETEXC.DAT: nosso numero desconhecido ou nunca
      * remetido, boleto ja liquidado, parcela ja baixada no caixa ou
      * renegociada, data invalida, pagamento a menor e rejeicao do
      * banco.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "RETCOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT BOLETO-LAYOUT ASSIGN TO "BOLETLAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT BOLETOS ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOL-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT ENCARGO-PARAMETRO ASSIGN TO "ENCARPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-STATUS.
           SELECT EXCECAO-RETORNO ASSIGN TO "BOLETEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO
           RECORD CONTAINS 120 CHARACTERS.
       01  RETORNO-REC              PIC X(120).

       FD  BOLETO-LAYOUT
           RECORD CONTAINS 33 CHARACTERS.
       COPY "BOLLAYREC.cpy".

       FD  BOLETOS.
       COPY "BOLETREC.cpy".

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  ENCARGO-PARAMETRO
           RECORD CONTAINS 9 CHARACTERS.
       01  ENCARGO-PARAMETRO-REC.
           05  EP-MULTA-PCT      PIC 9(2)V99.
           05  EP-JUROS-DIA-PCT  PIC 9V9(4).

       FD  EXCECAO-RETORNO
           RECORD CONTAINS 70 CHARACTERS.
       01  EXCECAO-RETORNO-REC      PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-RET-STATUS    PIC XX VALUE SPACES.
       77  WS-LAY-STATUS    PIC XX VALUE SPACES.
       77  WS-BOL-STATUS    PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-ENC-STATUS    PIC XX VALUE SPACES.
       77  WS-EXC-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-BANCO-INF     PIC 9(3) VALUE 0.
       77  WS-POS-RET-NOSSO PIC 9(3) VALUE 1.
       77  WS-POS-RET-SIT   PIC 9(3) VALUE 10.
       77  WS-POS-RET-DATA  PIC 9(3) VALUE 11.
       77  WS-POS-RET-VALOR PIC 9(3) VALUE 19.
       77  WS-MULTA-PCT     PIC 9(2)V99 VALUE 2.
      *    Campos da linha de retorno.
       77  RT-NOSSO-X       PIC X(9) VALUE SPACES.
       77  RT-NOSSO         PIC 9(9) VALUE 0.
       77  RT-SITUACAO      PIC X VALUE SPACE.
       77  RT-DATA          PIC 9(8) VALUE 0.
       01  RT-VALOR-X       PIC X(9) VALUE SPACES.
       01  RT-VALOR REDEFINES RT-VALOR-X PIC 9(7)V99.
      *    Controle de boletos e carteira em memoria, regravados no
      *    fim como no RECEBPAG.
       77  WS-BOL-COUNT     PIC 9(4) VALUE 0.
       77  WS-BOL-ESTOURO   PIC X VALUE "N".
           88 BOLETOS-ESTOURARAM   VALUE "Y".
       01  WS-BOL-TABELA.
           05  WS-BOL-LINHA-TAB OCCURS 2000 TIMES PIC X(55).
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
      *    Contratos com parcela baixada neste retorno.
       77  WS-BX-COUNT      PIC 9(3) VALUE 0.
       01  WS-BX-TABELA.
           05  WS-BX-CONTRATO OCCURS 500 TIMES PIC 9(6).
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-POS-BOL       PIC 9(4) VALUE 0.
       77  WS-POS-PARC      PIC 9(4) VALUE 0.
       77  WS-PENDENTES     PIC 9(3) VALUE 0.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-EXCESSO       PIC 9(7)V99 VALUE 0.
       77  WS-VLR-MULTA     PIC 9(7)V99 VALUE 0.
       77  WS-QTD-LIDOS     PIC 9(5) VALUE 0.
       77  WS-QTD-BAIXADAS  PIC 9(5) VALUE 0.
       77  WS-QTD-EXCECOES  PIC 9(5) VALUE 0.
       77  WS-QTD-QUITADOS  PIC 9(3) VALUE 0.
       77  WS-TOT-RECEBIDO  PIC 9(9)V99 VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-MOTIVO        PIC X(35) VALUE SPACES.
       01  WS-EXC-LINHA.
           05  WS-EX-NOSSO      PIC X(9).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EX-DATA       PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EX-VALOR      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EX-MOTIVO     PIC X(35).
           05  FILLER           PIC X(5) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           DISPLAY "CODIGO DO BANCO DO RETORNO (0 = LEIAUTE "
              "HISTORICO): "
           ACCEPT WS-BANCO-INF
           PERFORM BUSCA-LAYOUT-RETORNO
           PERFORM CARREGA-ENCARGOS
           PERFORM CARREGA-BOLETOS
           PERFORM CARREGA-PARCELAS
           IF BOLETOS-ESTOURARAM OR PARCELAS-ESTOURARAM
              DISPLAY "BOLETOS.DAT OU PARCELAS.DAT MAIOR QUE A "
                 "TABELA DE 2000 - RETORNO NAO PROCESSADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-BOL-COUNT = 0
              DISPLAY "BOLETOS.DAT VAZIO OU NAO ENCONTRADO - "
                 "GERE A REMESSA ANTES"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RETORNO
           IF WS-RET-STATUS = "35"
              DISPLAY "RETCOB.DAT NAO ENCONTRADO - "
                 "NENHUMA BAIXA APLICADA"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PROCESSA-RETORNO
           PERFORM REGRAVA-BOLETOS
           PERFORM REGRAVA-PARCELAS
           IF WS-BX-COUNT > 0
              PERFORM QUITA-CONTRATOS
           END-IF
           MOVE WS-TOT-RECEBIDO TO WS-TOT-ED
           DISPLAY "RETORNO PROCESSADO: " WS-QTD-LIDOS " BOLETO(S), "
              WS-QTD-BAIXADAS " PARCELA(S) BAIXADA(S), RECEBIDO "
              WS-TOT-ED
           IF WS-QTD-QUITADOS > 0
              DISPLAY WS-QTD-QUITADOS " CONTRATO(S) QUITADO(S)"
           END-IF
           IF WS-QTD-EXCECOES > 0
              DISPLAY WS-QTD-EXCECOES " BOLETO(S) NAO BAIXADO(S) - "
                 "VER BOLETEXC.DAT"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       BUSCA-LAYOUT-RETORNO.
           IF WS-BANCO-INF = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT BOLETO-LAYOUT
           IF WS-LAY-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ BOLETO-LAYOUT
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF BL-BANCO = WS-BANCO-INF
                          AND BL-POS-RET-NOSSO > 0
                          AND BL-POS-RET-SIT > 0
                          AND BL-POS-RET-DATA > 0
                          AND BL-POS-RET-VALOR > 0
                       MOVE BL-POS-RET-NOSSO TO WS-POS-RET-NOSSO
                       MOVE BL-POS-RET-SIT   TO WS-POS-RET-SIT
                       MOVE BL-POS-RET-DATA  TO WS-POS-RET-DATA
                       MOVE BL-POS-RET-VALOR TO WS-POS-RET-VALOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOLETO-LAYOUT.

       CARREGA-ENCARGOS.
           OPEN INPUT ENCARGO-PARAMETRO
           IF WS-ENC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           READ ENCARGO-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF EP-MULTA-PCT IS NUMERIC
                    MOVE EP-MULTA-PCT TO WS-MULTA-PCT
                 END-IF
           END-READ
           CLOSE ENCARGO-PARAMETRO.

       CARREGA-BOLETOS.
           MOVE 0 TO WS-BOL-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT BOLETOS
           IF WS-BOL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ BOLETOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-BOL-COUNT < 2000
                       ADD 1 TO WS-BOL-COUNT
                       MOVE BOLETO-REC
                          TO WS-BOL-LINHA-TAB(WS-BOL-COUNT)
                    ELSE
                       MOVE "Y" TO WS-BOL-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOLETOS.

       CARREGA-PARCELAS.
           MOVE 0 TO WS-PARC-COUNT
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
                    IF WS-PARC-COUNT < 2000
                       ADD 1 TO WS-PARC-COUNT
                       MOVE PARCELA-REC
                          TO WS-PARC-LINHA-TAB(WS-PARC-COUNT)
                    ELSE
                       MOVE "Y" TO WS-PARC-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS.

       PROCESSA-RETORNO.
           OPEN OUTPUT EXCECAO-RETORNO
           MOVE "===== BOLETOS NAO BAIXADOS PELO RETORNO ====="
              TO EXCECAO-RETORNO-REC
           WRITE EXCECAO-RETORNO-REC
           MOVE "N" TO WS-EOF-ARQ
           PERFORM UNTIL EOF-ARQ
              READ RETORNO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF RETORNO-REC NOT = SPACES
                          AND RETORNO-REC(1:3) NOT = "RET"
                          AND RETORNO-REC(1:3) NOT = "TRL"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM BAIXA-UM-BOLETO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETORNO
           CLOSE EXCECAO-RETORNO.

       BAIXA-UM-BOLETO.
           MOVE RETORNO-REC(WS-POS-RET-NOSSO:9) TO RT-NOSSO-X
           MOVE RETORNO-REC(WS-POS-RET-SIT:1)   TO RT-SITUACAO
           MOVE RETORNO-REC(WS-POS-RET-VALOR:9) TO RT-VALOR-X
           MOVE 0 TO RT-DATA
           IF RETORNO-REC(WS-POS-RET-DATA:8) IS NUMERIC
              MOVE RETORNO-REC(WS-POS-RET-DATA:8) TO RT-DATA
           END-IF
           IF RT-VALOR-X NOT NUMERIC
              MOVE ZEROS TO RT-VALOR-X
           END-IF
           IF RT-NOSSO-X NOT NUMERIC
              MOVE "NOSSO NUMERO INVALIDO" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           MOVE RT-NOSSO-X TO RT-NOSSO
           PERFORM BUSCA-BOLETO
           IF WS-POS-BOL = 0
              MOVE "BOLETO NAO REMETIDO PELA LOJA" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BOL-LINHA-TAB(WS-POS-BOL) TO BOLETO-REC
           IF BO-LIQUIDADO
              MOVE "BOLETO JA LIQUIDADO - PAGO EM DOBRO"
                 TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           IF RT-SITUACAO NOT = "P"
              SET BO-REJEITADO TO TRUE
              MOVE BOLETO-REC TO WS-BOL-LINHA-TAB(WS-POS-BOL)
              MOVE "REJEITADO PELO BANCO" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           MOVE RT-DATA  TO BO-DATA-PGTO
           MOVE RT-VALOR TO BO-VLR-PAGO
           SET BO-DIVERGENTE TO TRUE
           MOVE BOLETO-REC TO WS-BOL-LINHA-TAB(WS-POS-BOL)
           IF RT-DATA = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(RT-DATA) NOT = 0
              MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-PARCELA
           IF WS-POS-PARC = 0
              MOVE "PARCELA NAO ENCONTRADA NA CARTEIRA" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PARC-LINHA-TAB(WS-POS-PARC) TO PARCELA-REC
           IF NOT PA-PENDENTE
              MOVE "PARCELA JA BAIXADA OU RENEGOCIADA" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           IF RT-VALOR < PA-VALOR
              MOVE "PAGO A MENOR QUE A PARCELA" TO WS-MOTIVO
              PERFORM GRAVA-EXCECAO
              EXIT PARAGRAPH
           END-IF
           PERFORM LIQUIDA-PARCELA-BOLETO
           SET BO-LIQUIDADO TO TRUE
           MOVE BOLETO-REC TO WS-BOL-LINHA-TAB(WS-POS-BOL).

       BUSCA-BOLETO.
           MOVE 0 TO WS-POS-BOL
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-BOL-COUNT
              MOVE WS-BOL-LINHA-TAB(WS-I) TO BOLETO-REC
              IF BO-NOSSO-NUMERO = RT-NOSSO-X
                    AND NOT BO-REJEITADO
                 MOVE WS-I TO WS-POS-BOL
              END-IF
           END-PERFORM.

       BUSCA-PARCELA.
           MOVE 0 TO WS-POS-PARC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              IF PA-CONTRATO = BO-CONTRATO
                    AND PA-NUMERO = BO-PARCELA
                 MOVE WS-I TO WS-POS-PARC
              END-IF
           END-PERFORM.

      *    O que o banco recebeu alem do valor da parcela e encargo de
      *    atraso: multa ate o percentual contratual, o resto juros de
      *    mora.
       LIQUIDA-PARCELA-BOLETO.
           COMPUTE WS-EXCESSO = RT-VALOR - PA-VALOR
           MOVE 0 TO WS-VLR-MULTA
           IF WS-EXCESSO > 0 AND RT-DATA > PA-VENCIMENTO
              COMPUTE WS-VLR-MULTA ROUNDED =
                 PA-VALOR * WS-MULTA-PCT / 100
              IF WS-VLR-MULTA > WS-EXCESSO
                 MOVE WS-EXCESSO TO WS-VLR-MULTA
              END-IF
           END-IF
           SET PA-LIQUIDADA TO TRUE
           MOVE RT-DATA  TO PA-DATA-PGTO
           MOVE PA-VALOR TO PA-VLR-PRINCIPAL
           MOVE WS-VLR-MULTA TO PA-VLR-MULTA
           COMPUTE PA-VLR-JUROS = WS-EXCESSO - WS-VLR-MULTA
           MOVE 0 TO PA-VLR-DESCONTO
           MOVE PARCELA-REC TO WS-PARC-LINHA-TAB(WS-POS-PARC)
           ADD 1 TO WS-QTD-BAIXADAS
           ADD RT-VALOR TO WS-TOT-RECEBIDO
           PERFORM GUARDA-CONTRATO-BAIXADO.

       GUARDA-CONTRATO-BAIXADO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-BX-COUNT
              IF WS-BX-CONTRATO(WS-J) = PA-CONTRATO
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF NOT ACHOU AND WS-BX-COUNT < 500
              ADD 1 TO WS-BX-COUNT
              MOVE PA-CONTRATO TO WS-BX-CONTRATO(WS-BX-COUNT)
           END-IF.

       GRAVA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE SPACES TO WS-EXC-LINHA
           MOVE RT-NOSSO-X TO WS-EX-NOSSO
           MOVE RETORNO-REC(WS-POS-RET-DATA:8) TO WS-EX-DATA
           MOVE RT-VALOR   TO WS-EX-VALOR
           MOVE WS-MOTIVO  TO WS-EX-MOTIVO
           WRITE EXCECAO-RETORNO-REC FROM WS-EXC-LINHA.

       REGRAVA-BOLETOS.
           OPEN OUTPUT BOLETOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-BOL-COUNT
              MOVE WS-BOL-LINHA-TAB(WS-I) TO BOLETO-REC
              WRITE BOLETO-REC
           END-PERFORM
           CLOSE BOLETOS.

       REGRAVA-PARCELAS.
           IF WS-QTD-BAIXADAS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARCELAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              WRITE PARCELA-REC
           END-PERFORM
           CLOSE PARCELAS.

      *    Contrato que ficou sem parcela pendente sai da carteira
      *    como quitado, como na ultima baixa do RECEBPAG.
       QUITA-CONTRATOS.
           MOVE 0 TO WS-CTR-COUNT
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
                       PERFORM CONFERE-QUITACAO
                       MOVE CONTRATO-REC
                          TO WS-CTR-LINHA-TAB(WS-CTR-COUNT)
                    ELSE
                       MOVE "Y" TO WS-CTR-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS
           IF CONTRATOS-ESTOURARAM
              DISPLAY "CONTRATOS.DAT MAIOR QUE A TABELA DE 500 - "
                 "CONTRATOS NAO MARCADOS QUITADOS PARA NAO TRUNCAR "
                 "A CARTEIRA"
              MOVE 0 TO WS-QTD-QUITADOS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTRATOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CTR-COUNT
              MOVE WS-CTR-LINHA-TAB(WS-I) TO CONTRATO-REC
              WRITE CONTRATO-REC
           END-PERFORM
           CLOSE CONTRATOS.

       CONFERE-QUITACAO.
           IF NOT CT-ABERTO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-BX-COUNT
              IF WS-BX-CONTRATO(WS-J) = CT-NUMERO
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF NOT ACHOU
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PENDENTES
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-K) TO PARCELA-REC
              IF PA-CONTRATO = CT-NUMERO AND PA-PENDENTE
                 ADD 1 TO WS-PENDENTES
              END-IF
           END-PERFORM
           IF WS-PENDENTES = 0
              SET CT-QUITADO TO TRUE
              ADD 1 TO WS-QTD-QUITADOS
              DISPLAY "CONTRATO " CT-NUMERO " QUITADO"
           END-IF.
