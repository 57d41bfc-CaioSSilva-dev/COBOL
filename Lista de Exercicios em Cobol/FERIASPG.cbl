       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIASPG.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Pagamento antecipado das ferias programadas no FERIAS: pega
      * os gozos P (programados) que comecam ate FP-DIAS-PAGTO dias
      * depois da data de negocio (30 quando FERPAR.DAT ausente) e
      * calcula por dia (salario + media mensal da comissao) / 30:
      *   - ferias = valor dia x dias de gozo, mais os dias que
      *     passam de FE-LIMITE outra vez (pagamento em dobro);
      *   - 1/3 constitucional sobre as ferias;
      *   - abono pecuniario dos dias vendidos com o seu 1/3 (sem
      *     INSS nem IRRF);
      *   - INSS e IRRF sobre ferias + 1/3 pelas tabelas da folha.
      * A media da comissao e o COMISYTD.DAT do ano dividido pelos
      * meses ja fechados (em janeiro, o COMISHIS.DAT do ano anterior
      * por 12).
      * Grava a previa em PAYTRIAL.DAT marcada F - o FOLHACON libera
      * e o BANCOREM/CONTABIL pagam e contabilizam como a folha do
      * mes. O gozo da previa continua P, com o bruto e a data da
      * previa em FE-DATA-PGTO; so a liberacao no FOLHACON o passa a
      * G (pago). Toda previa recalcula todos os gozos P e apaga a
      * marca dos que ficaram fora - previa descartada ou refeita
      * nao deixa ferias dadas como pagas. Na folha do mes os dias
      * de gozo pagos saem do salario base.
      * Recibo de ferias em FERREC.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT FERIAS-REGISTRO ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FERIAS-PARAMETRO ASSIGN TO "FERPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT PAYROLL-TRIAL ASSIGN TO "PAYTRIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYR-STATUS.
           SELECT YTD-COMMISSION ASSIGN TO "COMISYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT YTD-HISTORICO ASSIGN TO "COMISHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT INSS-TABELA ASSIGN TO "INSSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT IR-TABELA ASSIGN TO "IRTABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRT-STATUS.
           SELECT IR-VIGENCIAS ASSIGN TO "IRTABVIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRV-STATUS.
           SELECT FERIAS-RECIBO ASSIGN TO "FERREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  FERIAS-REGISTRO
           RECORD CONTAINS 66 CHARACTERS.
       COPY "FERIASREC.cpy".

       FD  FERIAS-PARAMETRO
           RECORD CONTAINS 6 CHARACTERS.
       01  FERIAS-PARAMETRO-REC.
           05  FP-DIAS-ALERTA    PIC 9(3).
           05  FP-DIAS-PAGTO     PIC 9(3).

       FD  PAYROLL-TRIAL
           RECORD CONTAINS 97 CHARACTERS.
       01  PAYROLL-TRIAL-REC.
           05  PT-VENDEDOR-ID       PIC X(6).
           05  PT-VENDEDOR-NOME     PIC X(30).
           05  PT-BRUTO             PIC 9(7)V99.
           05  PT-LIQUIDO           PIC 9(7)V99.
           05  PT-COMISSAO          PIC 9(7)V99.
           05  PT-NUM-CARRO         PIC 9(3).
           05  PT-VEIC-ID           PIC 9(3).
           05  PT-INSS              PIC 9(7)V99.
           05  PT-INSS-PATRONAL     PIC 9(7)V99.
           05  PT-IRRF              PIC 9(7)V99.
           05  PT-TIPO-FOLHA        PIC X.
               88  PT-FOLHA-MENSAL        VALUE SPACE.
               88  PT-DECIMO-TERCEIRO     VALUES "1", "2".
               88  PT-FERIAS              VALUE "F".
               88  PT-RESCISAO            VALUE "R".

       FD  YTD-COMMISSION
           RECORD CONTAINS 15 CHARACTERS.
       01  YTD-COMMISSION-REC.
           05  YC-VENDEDOR-ID       PIC X(6).
           05  YC-TOTAL-COMISSAO    PIC 9(7)V99.

       FD  YTD-HISTORICO
           RECORD CONTAINS 19 CHARACTERS.
       01  YTD-HISTORICO-REC.
           05  YH-ANO               PIC 9(4).
           05  YH-VENDEDOR-ID       PIC X(6).
           05  YH-TOTAL-COMISSAO    PIC 9(7)V99.

       FD  INSS-TABELA
           RECORD CONTAINS 20 CHARACTERS.
       01  INSS-TABELA-REC.
           05  IN-LIMITE         PIC 9(7)V99.
           05  IN-ALIQUOTA       PIC 99V99.
           05  IN-DEDUCAO        PIC 9(5)V99.

       FD  IR-VIGENCIAS
           RECORD CONTAINS 24 CHARACTERS.
       01  IR-VIGENCIAS-REC.
           05  IV-ANO            PIC 9(4).
           05  IV-LIMITE         PIC 9(7)V99.
           05  IV-ALIQUOTA       PIC 99V99.
           05  IV-DEDUCAO        PIC 9(5)V99.

       FD  IR-TABELA
           RECORD CONTAINS 20 CHARACTERS.
       01  IR-TABELA-REC.
           05  IR-LIMITE         PIC 9(7)V99.
           05  IR-ALIQUOTA       PIC 99V99.
           05  IR-DEDUCAO        PIC 9(5)V99.

       FD  FERIAS-RECIBO
           RECORD CONTAINS 80 CHARACTERS.
       01  FERIAS-RECIBO-REC        PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-PAYR-STATUS   PIC XX VALUE SPACES.
       77  WS-YTD-STATUS    PIC XX VALUE SPACES.
       77  WS-HIS-STATUS    PIC XX VALUE SPACES.
       77  WS-INS-STATUS    PIC XX VALUE SPACES.
       77  WS-IRT-STATUS    PIC XX VALUE SPACES.
       77  WS-IRV-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-RESPOSTA      PIC X.
       77  WS-DIAS-PAGTO    PIC 9(3) VALUE 30.
       77  WS-ANO           PIC 9(4).
       77  WS-MES-RODADA    PIC 9(2).
       77  WS-HOJE-INT      PIC 9(8).
       77  WS-DATA-CORTE    PIC 9(8).
       77  WS-DT-INT        PIC 9(8).
       77  WS-VEND-COUNT    PIC 9(3) VALUE 0.
       01  WS-VEND-TABELA.
           05  WS-VEND-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-VEND-COUNT
                              INDEXED BY WS-VEND-IDX.
               10  WS-VD-ID        PIC X(6).
               10  WS-VD-NOME      PIC X(30).
               10  WS-VD-SALARIO   PIC 9(4)V99.
               10  WS-VD-ADMISSAO  PIC X(8).
       77  WS-ACHOU-VEND    PIC X VALUE "N".
           88 ACHOU-VEND           VALUE "Y".
      *    Comissao do ano por vendedor e o divisor da media.
       77  WS-COM-COUNT     PIC 9(3) VALUE 0.
       77  WS-COM-MESES     PIC 9(2) VALUE 0.
       01  WS-COM-TABELA.
           05  WS-COM-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-COM-COUNT
                              INDEXED BY WS-COM-IDX.
               10  WS-COM-ID       PIC X(6).
               10  WS-COM-TOTAL    PIC 9(7)V99.
       77  WS-FER-COUNT     PIC 9(4) VALUE 0.
       77  WS-FER-ESTOURO   PIC X VALUE "N".
           88 FERIAS-ESTOUROU      VALUE "Y".
       01  WS-FER-TABELA.
           05  WS-FER-LINHA OCCURS 2000 TIMES PIC X(66).
       77  WS-FER-I         PIC 9(4).
      *    Tabelas de retencao - mesma carga da folha mensal.
       77  WS-EOF-INS       PIC X VALUE "N".
           88 EOF-INS              VALUE "Y".
       77  WS-INS-COUNT     PIC 9(2) VALUE 0.
       01  WS-INS-TABELA.
           05  WS-INS-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-INS-COUNT
                              INDEXED BY WS-INS-IDX.
               10  WS-INS-LIMITE   PIC 9(7)V99.
               10  WS-INS-ALIQ     PIC 99V99.
               10  WS-INS-DEDUCAO  PIC 9(5)V99.
       77  WS-INS-I         PIC 9(2).
       77  WS-EOF-IRT       PIC X VALUE "N".
           88 EOF-IRT              VALUE "Y".
       77  WS-IRT-COUNT     PIC 9(2) VALUE 0.
       01  WS-IRT-TABELA.
           05  WS-IRT-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-IRT-COUNT
                              INDEXED BY WS-IRT-IDX.
               10  WS-IRT-LIMITE    PIC 9(7)V99.
               10  WS-IRT-ALIQ      PIC 99V99.
               10  WS-IRT-DEDUCAO   PIC 9(5)V99.
       77  WS-IRT-I         PIC 9(2).
       77  WS-EOF-IRV       PIC X VALUE "N".
           88 EOF-IRV              VALUE "Y".
       77  WS-ANO-VIGENTE   PIC 9(4) VALUE 0.
       78  WS-INSS-PATRONAL-PCT VALUE 20.
      *    Calculo do gozo corrente.
       77  WS-COMIS-ANO     PIC 9(7)V99.
       77  WS-MEDIA-COMIS   PIC 9(7)V99.
       77  WS-VALOR-DIA     PIC 9(5)V99.
       77  WS-GOZO-INI-INT  PIC 9(8).
       77  WS-GOZO-FIM-INT  PIC 9(8).
       77  WS-LIMITE-INT    PIC 9(8).
       77  WS-DIAS-DOBRO    PIC 9(2).
       77  WS-VLR-FERIAS    PIC 9(7)V99.
       77  WS-VLR-TERCO     PIC 9(7)V99.
       77  WS-VLR-ABONO     PIC 9(7)V99.
       77  WS-VLR-TERCO-AB  PIC 9(7)V99.
       77  WS-TRIBUTAVEL    PIC 9(7)V99.
       77  WS-BRUTO         PIC 9(7)V99.
       77  WS-INSS          PIC 9(7)V99.
       77  WS-INSS-PATRONAL PIC 9(7)V99.
       77  WS-IRRF          PIC 9(7)V99.
       77  WS-LIQUIDO       PIC 9(7)V99.
       77  WS-BASE-INSS     PIC 9(7)V99.
       77  WS-BASE-IRRF     PIC 9(7)V99.
       77  WS-QTD-PAGOS     PIC 9(3) VALUE 0.
       77  WS-QTD-SEM-VEND  PIC 9(3) VALUE 0.
       77  WS-TOTAL-BRUTO   PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE 0.
       01  WS-REC-TITULO.
           05  FILLER           PIC X(18) VALUE "RECIBO DE FERIAS -".
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RT-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RT-NOME       PIC X(30).
           05  FILLER           PIC X(7) VALUE " GOZO: ".
           05  WS-RT-GOZO       PIC 9(8).
           05  FILLER           PIC X(9) VALUE SPACES.
       01  WS-REC-LINHA.
           05  WS-RL-LABEL      PIC X(30).
           05  WS-RL-VALOR      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-REC-QTD.
           05  WS-RQ-LABEL      PIC X(30).
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-RQ-VALOR      PIC Z9.
           05  FILLER           PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES-RODADA
           COMPUTE WS-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CARREGA-PARAMETROS
           COMPUTE WS-DT-INT = WS-HOJE-INT + WS-DIAS-PAGTO
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           DISPLAY "GERAR A PREVIA DAS FERIAS COM GOZO ATE "
              WS-DATA-CORTE "? (PAYTRIAL.DAT SERA SOBRESCRITO) (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "PAGAMENTO DE FERIAS CANCELADO"
              GOBACK
           END-IF
           PERFORM CARREGA-REGISTRO
           IF WS-FER-STATUS = "35"
              DISPLAY "FERIAS.DAT NAO ENCONTRADO - RODE O FERIAS ANTES"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF FERIAS-ESTOUROU
              DISPLAY "FERIAS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "PREVIA RECUSADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDEDORES
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDEDOR-MASTER NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-COMISSAO-ANO
           PERFORM CARREGA-TABELA-INSS
           PERFORM CARREGA-TABELA-IR
           OPEN OUTPUT PAYROLL-TRIAL
           OPEN OUTPUT FERIAS-RECIBO
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF FE-PROGRAMADO
                 MOVE 0 TO FE-VALOR-BRUTO
                 MOVE 0 TO FE-DATA-PGTO
                 MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-I)
                 IF FE-GOZO-INI <= WS-DATA-CORTE
                    PERFORM PAGA-FERIAS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PAYROLL-TRIAL
           CLOSE FERIAS-RECIBO
           PERFORM REGRAVA-REGISTRO
           IF WS-QTD-PAGOS = 0
              DISPLAY "NENHUMA FERIAS PROGRAMADA A PAGAR ATE "
                 WS-DATA-CORTE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "PREVIA DE FERIAS EM PAYTRIAL.DAT - " WS-QTD-PAGOS
              " GOZO(S), BRUTO " WS-TOTAL-BRUTO ", LIQUIDO "
              WS-TOTAL-LIQUIDO
           DISPLAY "REVISE FERREC.DAT E CONFIRME COM O FOLHACON"
           IF WS-QTD-SEM-VEND > 0
              DISPLAY WS-QTD-SEM-VEND " GOZO(S) DE VENDEDOR DESLIGADO "
                 "OU FORA DO VENDMAST.DAT - NAO PAGO(S)"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT FERIAS-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "FERPAR.DAT NAO ENCONTRADO - PAGA GOZOS DOS "
                 "PROXIMOS 30 DIAS"
              EXIT PARAGRAPH
           END-IF
           READ FERIAS-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF FP-DIAS-PAGTO IS NUMERIC
                    MOVE FP-DIAS-PAGTO TO WS-DIAS-PAGTO
                 END-IF
           END-READ
           CLOSE FERIAS-PARAMETRO.

       CARREGA-REGISTRO.
           MOVE 0 TO WS-FER-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FERIAS-REGISTRO
           IF WS-FER-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FERIAS-REGISTRO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-FER-COUNT < 2000
                       ADD 1 TO WS-FER-COUNT
                       MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-COUNT)
                    ELSE
                       MOVE "Y" TO WS-FER-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FERIAS-REGISTRO.

       CARREGA-VENDEDORES.
           MOVE 0 TO WS-VEND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VEND-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VENDEDOR-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
      *    Desligado nao recebe ferias aqui - o saldo vai para a
      *    rescisao (RESCISAO).
                    IF WS-VEND-COUNT < 200 AND NOT VM-DESLIGADO
                       ADD 1 TO WS-VEND-COUNT
                       MOVE VM-VENDEDOR-ID
                          TO WS-VD-ID(WS-VEND-COUNT)
                       MOVE VM-VENDEDOR-NOME
                          TO WS-VD-NOME(WS-VEND-COUNT)
                       MOVE VM-SALARIO
                          TO WS-VD-SALARIO(WS-VEND-COUNT)
                       MOVE VM-DATA-ADMISSAO
                          TO WS-VD-ADMISSAO(WS-VEND-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER.

      *    Meses fechados do ano = meses antes do mes da rodada; em
      *    janeiro ainda nao ha nenhum e vale o ano anterior inteiro.
       CARREGA-COMISSAO-ANO.
           MOVE 0 TO WS-COM-COUNT
           MOVE "N" TO WS-EOF-ARQ
           IF WS-MES-RODADA > 1
              COMPUTE WS-COM-MESES = WS-MES-RODADA - 1
              OPEN INPUT YTD-COMMISSION
              IF WS-YTD-STATUS = "35"
                 DISPLAY "COMISYTD.DAT NAO ENCONTRADO - FERIAS SEM "
                    "MEDIA DE COMISSAO"
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL EOF-ARQ
                 READ YTD-COMMISSION
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-COM-COUNT < 200
                          ADD 1 TO WS-COM-COUNT
                          MOVE YC-VENDEDOR-ID
                             TO WS-COM-ID(WS-COM-COUNT)
                          MOVE YC-TOTAL-COMISSAO
                             TO WS-COM-TOTAL(WS-COM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-COMMISSION
              EXIT PARAGRAPH
           END-IF
           MOVE 12 TO WS-COM-MESES
           OPEN INPUT YTD-HISTORICO
           IF WS-HIS-STATUS = "35"
              DISPLAY "COMISHIS.DAT NAO ENCONTRADO - FERIAS SEM "
                 "MEDIA DE COMISSAO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ YTD-HISTORICO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF YH-ANO = WS-ANO - 1 AND WS-COM-COUNT < 200
                       ADD 1 TO WS-COM-COUNT
                       MOVE YH-VENDEDOR-ID
                          TO WS-COM-ID(WS-COM-COUNT)
                       MOVE YH-TOTAL-COMISSAO
                          TO WS-COM-TOTAL(WS-COM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE YTD-HISTORICO.

       CARREGA-TABELA-INSS.
           MOVE 0 TO WS-INS-COUNT
           MOVE "N" TO WS-EOF-INS
           OPEN INPUT INSS-TABELA
           IF WS-INS-STATUS = "35"
              DISPLAY "INSSTAB.DAT NAO ENCONTRADO - "
                 "FERIAS SEM CONTRIBUICAO DE INSS"
           ELSE
              PERFORM UNTIL EOF-INS
                 READ INSS-TABELA
                    AT END
                       MOVE "Y" TO WS-EOF-INS
                    NOT AT END
                       IF WS-INS-COUNT < 10
                          ADD 1 TO WS-INS-COUNT
                          MOVE IN-LIMITE
                             TO WS-INS-LIMITE(WS-INS-COUNT)
                          MOVE IN-ALIQUOTA
                             TO WS-INS-ALIQ(WS-INS-COUNT)
                          MOVE IN-DEDUCAO
                             TO WS-INS-DEDUCAO(WS-INS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSS-TABELA
           END-IF.

      *    Mesma precedencia da folha: vigencia anual do IRTMNT,
      *    IRTABELA.DAT plana so sem vigencia que cubra o ano.
       CARREGA-TABELA-IR.
           PERFORM CARREGA-IR-VIGENCIA
           IF WS-IRT-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IRT-COUNT
           MOVE "N" TO WS-EOF-IRT
           OPEN INPUT IR-TABELA
           IF WS-IRT-STATUS = "35"
              DISPLAY "IRTABELA.DAT NAO ENCONTRADO - "
                 "FERIAS SEM RETENCAO DE IRRF"
           ELSE
              PERFORM UNTIL EOF-IRT
                 READ IR-TABELA
                    AT END
                       MOVE "Y" TO WS-EOF-IRT
                    NOT AT END
                       IF WS-IRT-COUNT < 10
                          ADD 1 TO WS-IRT-COUNT
                          MOVE IR-LIMITE
                             TO WS-IRT-LIMITE(WS-IRT-COUNT)
                          MOVE IR-ALIQUOTA
                             TO WS-IRT-ALIQ(WS-IRT-COUNT)
                          MOVE IR-DEDUCAO
                             TO WS-IRT-DEDUCAO(WS-IRT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE IR-TABELA
           END-IF.

       CARREGA-IR-VIGENCIA.
           MOVE 0 TO WS-IRT-COUNT
           MOVE 0 TO WS-ANO-VIGENTE
           MOVE "N" TO WS-EOF-IRV
           OPEN INPUT IR-VIGENCIAS
           IF WS-IRV-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IRV
              READ IR-VIGENCIAS
                 AT END
                    MOVE "Y" TO WS-EOF-IRV
                 NOT AT END
                    IF IV-ANO <= WS-ANO
                          AND IV-ANO > WS-ANO-VIGENTE
                       MOVE IV-ANO TO WS-ANO-VIGENTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IR-VIGENCIAS
           IF WS-ANO-VIGENTE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-IRV
           OPEN INPUT IR-VIGENCIAS
           PERFORM UNTIL EOF-IRV
              READ IR-VIGENCIAS
                 AT END
                    MOVE "Y" TO WS-EOF-IRV
                 NOT AT END
                    IF IV-ANO = WS-ANO-VIGENTE
                          AND WS-IRT-COUNT < 10
                       ADD 1 TO WS-IRT-COUNT
                       MOVE IV-LIMITE
                          TO WS-IRT-LIMITE(WS-IRT-COUNT)
                       MOVE IV-ALIQUOTA
                          TO WS-IRT-ALIQ(WS-IRT-COUNT)
                       MOVE IV-DEDUCAO
                          TO WS-IRT-DEDUCAO(WS-IRT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IR-VIGENCIAS.

       PAGA-FERIAS.
           MOVE "N" TO WS-ACHOU-VEND
           IF WS-VEND-COUNT > 0
              SET WS-VEND-IDX TO 1
              SEARCH WS-VEND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VD-ID(WS-VEND-IDX) = FE-VENDEDOR-ID
                    MOVE "Y" TO WS-ACHOU-VEND
              END-SEARCH
           END-IF
           IF NOT ACHOU-VEND
              ADD 1 TO WS-QTD-SEM-VEND
              EXIT PARAGRAPH
           END-IF
           PERFORM CALCULA-MEDIA-COMISSAO
           COMPUTE WS-VALOR-DIA ROUNDED =
              (WS-VD-SALARIO(WS-VEND-IDX) + WS-MEDIA-COMIS) / 30
      *    Dias de gozo depois do limite concessivo pagos de novo.
           MOVE 0 TO WS-DIAS-DOBRO
           COMPUTE WS-GOZO-INI-INT =
              FUNCTION INTEGER-OF-DATE(FE-GOZO-INI)
           COMPUTE WS-GOZO-FIM-INT = WS-GOZO-INI-INT + FE-GOZO-DIAS - 1
           COMPUTE WS-LIMITE-INT = FUNCTION INTEGER-OF-DATE(FE-LIMITE)
           IF WS-GOZO-FIM-INT > WS-LIMITE-INT
              IF WS-GOZO-INI-INT > WS-LIMITE-INT
                 MOVE FE-GOZO-DIAS TO WS-DIAS-DOBRO
              ELSE
                 COMPUTE WS-DIAS-DOBRO =
                    WS-GOZO-FIM-INT - WS-LIMITE-INT
              END-IF
           END-IF
           COMPUTE WS-VLR-FERIAS =
              WS-VALOR-DIA * (FE-GOZO-DIAS + WS-DIAS-DOBRO)
           COMPUTE WS-VLR-TERCO ROUNDED = WS-VLR-FERIAS / 3
           COMPUTE WS-VLR-ABONO = WS-VALOR-DIA * FE-ABONO-DIAS
           COMPUTE WS-VLR-TERCO-AB ROUNDED = WS-VLR-ABONO / 3
           COMPUTE WS-TRIBUTAVEL = WS-VLR-FERIAS + WS-VLR-TERCO
           PERFORM CALCULA-INSS
           MOVE 0 TO WS-IRRF
           COMPUTE WS-BASE-IRRF = WS-TRIBUTAVEL - WS-INSS
           PERFORM VARYING WS-IRT-I FROM 1 BY 1
                 UNTIL WS-IRT-I > WS-IRT-COUNT
              IF WS-BASE-IRRF <= WS-IRT-LIMITE(WS-IRT-I)
                 COMPUTE WS-IRRF ROUNDED =
                    (WS-BASE-IRRF * WS-IRT-ALIQ(WS-IRT-I) / 100)
                    - WS-IRT-DEDUCAO(WS-IRT-I)
                 IF WS-IRRF < 0
                    MOVE 0 TO WS-IRRF
                 END-IF
                 MOVE WS-IRT-COUNT TO WS-IRT-I
              END-IF
           END-PERFORM
           COMPUTE WS-BRUTO = WS-TRIBUTAVEL + WS-VLR-ABONO
              + WS-VLR-TERCO-AB
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
           ADD 1 TO WS-QTD-PAGOS
           ADD WS-BRUTO   TO WS-TOTAL-BRUTO
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO
           MOVE SPACES TO PAYROLL-TRIAL-REC
           MOVE FE-VENDEDOR-ID           TO PT-VENDEDOR-ID
           MOVE WS-VD-NOME(WS-VEND-IDX)  TO PT-VENDEDOR-NOME
           MOVE WS-BRUTO                 TO PT-BRUTO
           MOVE WS-LIQUIDO               TO PT-LIQUIDO
           MOVE 0                        TO PT-COMISSAO
           MOVE 0                        TO PT-NUM-CARRO
           MOVE 0                        TO PT-VEIC-ID
           MOVE WS-INSS                  TO PT-INSS
           MOVE WS-INSS-PATRONAL         TO PT-INSS-PATRONAL
           MOVE WS-IRRF                  TO PT-IRRF
           SET PT-FERIAS TO TRUE
           WRITE PAYROLL-TRIAL-REC
           PERFORM GRAVA-RECIBO
           MOVE WS-BRUTO        TO FE-VALOR-BRUTO
           MOVE WS-DATA-NEGOCIO TO FE-DATA-PGTO
           MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-I).

       CALCULA-MEDIA-COMISSAO.
           MOVE 0 TO WS-COMIS-ANO
           MOVE 0 TO WS-MEDIA-COMIS
           IF WS-COM-COUNT = 0 OR WS-COM-MESES = 0
              EXIT PARAGRAPH
           END-IF
           SET WS-COM-IDX TO 1
           SEARCH WS-COM-ENTRY
              AT END
                 CONTINUE
              WHEN WS-COM-ID(WS-COM-IDX) = FE-VENDEDOR-ID
                 MOVE WS-COM-TOTAL(WS-COM-IDX) TO WS-COMIS-ANO
           END-SEARCH
           COMPUTE WS-MEDIA-COMIS ROUNDED =
              WS-COMIS-ANO / WS-COM-MESES.

      *    Mesma regra da folha: base limitada ao teto (ultima faixa)
      *    e parte da empresa sobre a mesma base.
       CALCULA-INSS.
           MOVE 0 TO WS-INSS
           MOVE 0 TO WS-INSS-PATRONAL
           IF WS-INS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIBUTAVEL TO WS-BASE-INSS
           IF WS-BASE-INSS > WS-INS-LIMITE(WS-INS-COUNT)
              MOVE WS-INS-LIMITE(WS-INS-COUNT) TO WS-BASE-INSS
           END-IF
           PERFORM VARYING WS-INS-I FROM 1 BY 1
                 UNTIL WS-INS-I > WS-INS-COUNT
              IF WS-BASE-INSS <= WS-INS-LIMITE(WS-INS-I)
                 COMPUTE WS-INSS ROUNDED =
                    (WS-BASE-INSS * WS-INS-ALIQ(WS-INS-I) / 100)
                    - WS-INS-DEDUCAO(WS-INS-I)
                 IF WS-INSS < 0
                    MOVE 0 TO WS-INSS
                 END-IF
                 MOVE WS-INS-COUNT TO WS-INS-I
              END-IF
           END-PERFORM
           COMPUTE WS-INSS-PATRONAL ROUNDED =
              WS-BASE-INSS * WS-INSS-PATRONAL-PCT / 100.

       GRAVA-RECIBO.
           MOVE FE-VENDEDOR-ID          TO WS-RT-ID
           MOVE WS-VD-NOME(WS-VEND-IDX) TO WS-RT-NOME
           MOVE FE-GOZO-INI             TO WS-RT-GOZO
           WRITE FERIAS-RECIBO-REC FROM WS-REC-TITULO
           MOVE "DIAS DE GOZO:" TO WS-RQ-LABEL
           MOVE FE-GOZO-DIAS TO WS-RQ-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-QTD
           IF WS-DIAS-DOBRO > 0
              MOVE "DIAS EM DOBRO (APOS LIMITE):" TO WS-RQ-LABEL
              MOVE WS-DIAS-DOBRO TO WS-RQ-VALOR
              WRITE FERIAS-RECIBO-REC FROM WS-REC-QTD
           END-IF
           MOVE "DIAS VENDIDOS (ABONO):" TO WS-RQ-LABEL
           MOVE FE-ABONO-DIAS TO WS-RQ-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-QTD
           MOVE "SALARIO BASE:" TO WS-RL-LABEL
           MOVE WS-VD-SALARIO(WS-VEND-IDX) TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "MEDIA MENSAL DA COMISSAO:" TO WS-RL-LABEL
           MOVE WS-MEDIA-COMIS TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "FERIAS:" TO WS-RL-LABEL
           MOVE WS-VLR-FERIAS TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "1/3 CONSTITUCIONAL:" TO WS-RL-LABEL
           MOVE WS-VLR-TERCO TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           IF FE-ABONO-DIAS > 0
              MOVE "ABONO PECUNIARIO:" TO WS-RL-LABEL
              MOVE WS-VLR-ABONO TO WS-RL-VALOR
              WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
              MOVE "1/3 SOBRE O ABONO:" TO WS-RL-LABEL
              MOVE WS-VLR-TERCO-AB TO WS-RL-VALOR
              WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           END-IF
           MOVE "TOTAL BRUTO:" TO WS-RL-LABEL
           MOVE WS-BRUTO TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "RETENCAO (INSS):" TO WS-RL-LABEL
           MOVE WS-INSS TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "INSS PATRONAL (EMPRESA):" TO WS-RL-LABEL
           MOVE WS-INSS-PATRONAL TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "RETENCAO (IRRF):" TO WS-RL-LABEL
           MOVE WS-IRRF TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE "LIQUIDO A RECEBER:" TO WS-RL-LABEL
           MOVE WS-LIQUIDO TO WS-RL-VALOR
           WRITE FERIAS-RECIBO-REC FROM WS-REC-LINHA
           MOVE ALL "-" TO FERIAS-RECIBO-REC
           WRITE FERIAS-RECIBO-REC.

       REGRAVA-REGISTRO.
           OPEN OUTPUT FERIAS-REGISTRO
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              WRITE FERIAS-REC
           END-PERFORM
           CLOSE FERIAS-REGISTRO.

       COPY "DATANEGP.cpy".
