       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIMO.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Decimo terceiro salario dos vendedores em duas parcelas, pela
      * mesma previa/liberacao da folha mensal:
      *   - 1a parcela (novembro): metade do salario (VM-SALARIO)
      *     proporcional aos avos do ano, sem desconto nenhum;
      *   - 2a parcela (dezembro): 13o cheio = (salario + media
      *     mensal da comissao do ano) proporcional aos avos; INSS
      *     e IRRF retidos sobre o 13o cheio pelas tabelas da folha
      *     (INSSTAB.DAT e IRTABVIG.DAT/IRTABELA.DAT), tributacao
      *     separada do salario do mes; a 1a parcela ja paga sai do
      *     valor da 2a.
      * Avos: um por mes do ano com 15 dias ou mais de trabalho,
      * entre VM-DATA-ADMISSAO e VM-DATA-DESLIG (desligado no ano
      * recebe o proporcional; desligado antes fica fora). A media
      * da comissao divide o acumulado do ano (COMISHIS.DAT quando o
      * ano ja foi fechado, senao COMISYTD.DAT) pelos meses
      * trabalhados ate o mes anterior ao da rodada.
      * Grava a previa em PAYTRIAL.DAT marcada como 13o (o FOLHACON
      * libera sem mexer em adiantamento, ajuste, estoque nem
      * vendas) - daqui segue pelo BANCOREM e pelo CONTABIL como a
      * folha do mes. Na 2a parcela o bruto levado a previa e o 13o
      * menos a 1a parcela, para a despesa nao ser contabilizada
      * duas vezes. DEC13.DAT guarda por ano e vendedor o que cada
      * parcela calculou; DEC13REL.DAT e o demonstrativo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
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
           SELECT DECIMO-REGISTRO ASSIGN TO "DEC13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D13-STATUS.
           SELECT DECIMO-REPORT ASSIGN TO "DEC13REL.DAT"
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

      *    Um registro por ano e vendedor, completado pela 2a parcela.
       FD  DECIMO-REGISTRO
           RECORD CONTAINS 73 CHARACTERS.
       01  DECIMO-REGISTRO-REC.
           05  D3-ANO            PIC 9(4).
           05  D3-VENDEDOR-ID    PIC X(6).
           05  D3-AVOS           PIC 9(2).
           05  D3-PARCELA-1      PIC 9(7)V99.
           05  D3-DATA-PARC-1    PIC 9(8).
           05  D3-VALOR-13       PIC 9(7)V99.
           05  D3-INSS           PIC 9(7)V99.
           05  D3-IRRF           PIC 9(7)V99.
           05  D3-PARCELA-2      PIC 9(7)V99.
           05  D3-DATA-PARC-2    PIC 9(8).

       FD  DECIMO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DECIMO-REPORT-REC        PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-PAYR-STATUS   PIC XX VALUE SPACES.
       77  WS-YTD-STATUS    PIC XX VALUE SPACES.
       77  WS-HIS-STATUS    PIC XX VALUE SPACES.
       77  WS-INS-STATUS    PIC XX VALUE SPACES.
       77  WS-IRT-STATUS    PIC XX VALUE SPACES.
       77  WS-IRV-STATUS    PIC XX VALUE SPACES.
       77  WS-D13-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-RESPOSTA      PIC X.
       77  WS-PARCELA       PIC 9 VALUE 0.
       77  WS-ANO           PIC 9(4).
       77  WS-MES-RODADA    PIC 9(2).
       77  WS-I             PIC 9(4).
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
      *    Comissao acumulada do ano por vendedor.
       77  WS-COM-COUNT     PIC 9(3) VALUE 0.
       77  WS-COM-FONTE     PIC X(12) VALUE "COMISYTD.DAT".
       01  WS-COM-TABELA.
           05  WS-COM-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-COM-COUNT
                              INDEXED BY WS-COM-IDX.
               10  WS-COM-ID       PIC X(6).
               10  WS-COM-TOTAL    PIC 9(7)V99.
      *    Registro do 13o em memoria, regravado no fim.
       77  WS-D13-COUNT     PIC 9(4) VALUE 0.
       77  WS-D13-ESTOURO   PIC X VALUE "N".
           88 REGISTRO-ESTOUROU    VALUE "Y".
       01  WS-D13-TABELA.
           05  WS-D13-LINHA OCCURS 1000 TIMES PIC X(73).
       77  WS-D13-POS       PIC 9(4) VALUE 0.
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
      *    Calculo do vendedor corrente.
       01  WS-DATA-W        PIC X(8).
       01  WS-DATA-W-R REDEFINES WS-DATA-W.
           05  WS-DW-ANO        PIC 9(4).
           05  WS-DW-MES        PIC 9(2).
           05  WS-DW-DIA        PIC 9(2).
       77  WS-MES-INI       PIC 9(2).
       77  WS-MES-FIM       PIC 9(2).
       77  WS-AVOS          PIC 9(2).
       77  WS-MESES-MEDIA   PIC 9(2).
       77  WS-COMIS-ANO     PIC 9(7)V99.
       77  WS-MEDIA-COMIS   PIC 9(7)V99.
       77  WS-VALOR-13      PIC 9(7)V99.
       77  WS-PARCELA-1     PIC 9(7)V99.
       77  WS-BRUTO         PIC 9(7)V99.
       77  WS-INSS          PIC 9(7)V99.
       77  WS-INSS-PATRONAL PIC 9(7)V99.
       77  WS-IRRF          PIC 9(7)V99.
       77  WS-LIQUIDO       PIC 9(7)V99.
       77  WS-BASE-INSS     PIC 9(7)V99.
       77  WS-BASE-IRRF     PIC 9(7)V99.
       77  WS-QTD-VENDEDORES PIC 9(3) VALUE 0.
       77  WS-QTD-SEM-PARC1 PIC 9(3) VALUE 0.
       77  WS-TOTAL-BRUTO   PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE 0.
       01  WS-DEM-TITULO.
           05  FILLER           PIC X(14) VALUE "13O SALARIO - ".
           05  WS-DT-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DT-NOME       PIC X(30).
           05  FILLER           PIC X(10) VALUE " PARCELA: ".
           05  WS-DT-PARCELA    PIC 9.
           05  FILLER           PIC X(18) VALUE SPACES.
       01  WS-DEM-LINHA.
           05  WS-DL-LABEL      PIC X(30).
           05  WS-DL-VALOR      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-DEM-QTD.
           05  WS-DQ-LABEL      PIC X(30).
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-DQ-VALOR      PIC Z9.
           05  FILLER           PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES-RODADA
           DISPLAY "13O SALARIO DE " WS-ANO
           DISPLAY "(1) PRIMEIRA PARCELA (NOVEMBRO, SEM DESCONTOS)"
           DISPLAY "(2) SEGUNDA PARCELA (DEZEMBRO, COM INSS/IRRF)"
           MOVE 1 TO WS-NUM-MIN
           MOVE 2 TO WS-NUM-MAX
           MOVE "PARCELA: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-PARCELA
           DISPLAY "GERAR A PREVIA DA " WS-PARCELA "A PARCELA? "
              "(PAYTRIAL.DAT SERA SOBRESCRITO) (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "13O SALARIO CANCELADO"
              GOBACK
           END-IF
           PERFORM CARREGA-REGISTRO
           IF REGISTRO-ESTOUROU
              DISPLAY "DEC13.DAT MAIOR QUE A TABELA DE 1000 - "
                 "PREVIA RECUSADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PARCELA = 2
              PERFORM CARREGA-COMISSAO-ANO
              PERFORM CARREGA-TABELA-INSS
              PERFORM CARREGA-TABELA-IR
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDEDOR-MASTER NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PAYROLL-TRIAL
           OPEN OUTPUT DECIMO-REPORT
           PERFORM UNTIL EOF-ARQ
              READ VENDEDOR-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM CALCULA-AVOS
                    IF WS-AVOS > 0
                       PERFORM CALCULA-DECIMO-VENDEDOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER
           CLOSE PAYROLL-TRIAL
           CLOSE DECIMO-REPORT
           PERFORM REGRAVA-REGISTRO
           DISPLAY "PREVIA DA " WS-PARCELA "A PARCELA DO 13O EM "
              "PAYTRIAL.DAT - " WS-QTD-VENDEDORES " VENDEDOR(ES), "
              "BRUTO " WS-TOTAL-BRUTO ", LIQUIDO " WS-TOTAL-LIQUIDO
           DISPLAY "REVISE DEC13REL.DAT E CONFIRME COM O FOLHACON"
           IF WS-QTD-SEM-PARC1 > 0
              DISPLAY WS-QTD-SEM-PARC1 " VENDEDOR(ES) SEM 1A PARCELA "
                 "EM DEC13.DAT - 2A PARCELA PAGA O 13O INTEIRO"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-REGISTRO.
           MOVE 0 TO WS-D13-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT DECIMO-REGISTRO
           IF WS-D13-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ DECIMO-REGISTRO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-D13-COUNT < 1000
                       ADD 1 TO WS-D13-COUNT
                       MOVE DECIMO-REGISTRO-REC
                          TO WS-D13-LINHA(WS-D13-COUNT)
                    ELSE
                       MOVE "Y" TO WS-D13-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DECIMO-REGISTRO.

      *    Ano ja fechado pelo FECHAYTD: o acumulado esta no
      *    historico; senao ainda e o COMISYTD vivo.
       CARREGA-COMISSAO-ANO.
           MOVE 0 TO WS-COM-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT YTD-HISTORICO
           IF WS-HIS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ YTD-HISTORICO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF YH-ANO = WS-ANO AND WS-COM-COUNT < 200
                          ADD 1 TO WS-COM-COUNT
                          MOVE YH-VENDEDOR-ID
                             TO WS-COM-ID(WS-COM-COUNT)
                          MOVE YH-TOTAL-COMISSAO
                             TO WS-COM-TOTAL(WS-COM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-HISTORICO
           END-IF
           IF WS-COM-COUNT > 0
              MOVE "COMISHIS.DAT" TO WS-COM-FONTE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT YTD-COMMISSION
           IF WS-YTD-STATUS = "35"
              DISPLAY "COMISYTD.DAT NAO ENCONTRADO - 13O SEM MEDIA "
                 "DE COMISSAO"
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
           CLOSE YTD-COMMISSION.

       CARREGA-TABELA-INSS.
           MOVE 0 TO WS-INS-COUNT
           MOVE "N" TO WS-EOF-INS
           OPEN INPUT INSS-TABELA
           IF WS-INS-STATUS = "35"
              DISPLAY "INSSTAB.DAT NAO ENCONTRADO - "
                 "13O SEM CONTRIBUICAO DE INSS"
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
                 "13O SEM RETENCAO DE IRRF"
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

      *    Mes conta com 15 dias ou mais: admitido ate o dia 15 ganha
      *    o avo do mes de admissao; desligado a partir do dia 15
      *    ganha o avo do mes do desligamento. Data em branco =
      *    vinculo anterior ao ano / ainda ativo.
       CALCULA-AVOS.
           MOVE 0 TO WS-AVOS
           MOVE 1 TO WS-MES-INI
           MOVE 12 TO WS-MES-FIM
           MOVE VM-DATA-ADMISSAO TO WS-DATA-W
           IF WS-DATA-W IS NUMERIC
              IF WS-DW-ANO > WS-ANO
                 EXIT PARAGRAPH
              END-IF
              IF WS-DW-ANO = WS-ANO
                 MOVE WS-DW-MES TO WS-MES-INI
                 IF WS-DW-DIA > 15
                    ADD 1 TO WS-MES-INI
                 END-IF
              END-IF
           END-IF
           MOVE VM-DATA-DESLIG TO WS-DATA-W
           IF WS-DATA-W IS NUMERIC AND WS-DATA-W NOT = ZEROS
              IF WS-DW-ANO < WS-ANO
                 EXIT PARAGRAPH
              END-IF
              IF WS-DW-ANO = WS-ANO
                 MOVE WS-DW-MES TO WS-MES-FIM
                 IF WS-DW-DIA < 15
                    SUBTRACT 1 FROM WS-MES-FIM
                 END-IF
              END-IF
           ELSE
              IF VM-DESLIGADO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-MES-FIM >= WS-MES-INI
              COMPUTE WS-AVOS = WS-MES-FIM - WS-MES-INI + 1
           END-IF
      *    Meses ja pagos pela folha ate o mes anterior ao da rodada
      *    - divisor da media da comissao.
           MOVE 0 TO WS-MESES-MEDIA
           IF WS-MES-RODADA > WS-MES-INI
              IF WS-MES-FIM < WS-MES-RODADA
                 COMPUTE WS-MESES-MEDIA = WS-MES-FIM - WS-MES-INI + 1
              ELSE
                 COMPUTE WS-MESES-MEDIA = WS-MES-RODADA - WS-MES-INI
              END-IF
           END-IF.

       CALCULA-DECIMO-VENDEDOR.
           PERFORM LOCALIZA-REGISTRO
           IF WS-D13-POS = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PARCELA = 1
              COMPUTE WS-PARCELA-1 ROUNDED =
                 VM-SALARIO * WS-AVOS / 12 / 2
              MOVE WS-PARCELA-1 TO WS-BRUTO
              MOVE WS-PARCELA-1 TO WS-LIQUIDO
              MOVE 0 TO WS-VALOR-13
              MOVE 0 TO WS-INSS
              MOVE 0 TO WS-INSS-PATRONAL
              MOVE 0 TO WS-IRRF
              MOVE WS-AVOS      TO D3-AVOS
              MOVE WS-PARCELA-1 TO D3-PARCELA-1
              MOVE WS-DATA-NEGOCIO TO D3-DATA-PARC-1
           ELSE
              PERFORM CALCULA-SEGUNDA-PARCELA
           END-IF
           MOVE DECIMO-REGISTRO-REC TO WS-D13-LINHA(WS-D13-POS)
           ADD 1 TO WS-QTD-VENDEDORES
           ADD WS-BRUTO   TO WS-TOTAL-BRUTO
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO
           MOVE SPACES TO PAYROLL-TRIAL-REC
           MOVE VM-VENDEDOR-ID   TO PT-VENDEDOR-ID
           MOVE VM-VENDEDOR-NOME TO PT-VENDEDOR-NOME
           MOVE WS-BRUTO         TO PT-BRUTO
           MOVE WS-LIQUIDO       TO PT-LIQUIDO
           MOVE 0                TO PT-COMISSAO
           MOVE 0                TO PT-NUM-CARRO
           MOVE 0                TO PT-VEIC-ID
           MOVE WS-INSS          TO PT-INSS
           MOVE WS-INSS-PATRONAL TO PT-INSS-PATRONAL
           MOVE WS-IRRF          TO PT-IRRF
           MOVE WS-PARCELA       TO PT-TIPO-FOLHA
           WRITE PAYROLL-TRIAL-REC
           PERFORM GRAVA-DEMONSTRATIVO.

      *    A previa repetida recalcula a mesma parcela por cima.
       LOCALIZA-REGISTRO.
           MOVE 0 TO WS-D13-POS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-D13-COUNT OR WS-D13-POS > 0
              MOVE WS-D13-LINHA(WS-I) TO DECIMO-REGISTRO-REC
              IF D3-ANO = WS-ANO AND D3-VENDEDOR-ID = VM-VENDEDOR-ID
                 MOVE WS-I TO WS-D13-POS
              END-IF
           END-PERFORM
           IF WS-D13-POS > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-D13-COUNT >= 1000
              DISPLAY "DEC13.DAT CHEIO - VENDEDOR " VM-VENDEDOR-ID
                 " SEM REGISTRO DA PARCELA"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-D13-COUNT
           MOVE WS-D13-COUNT TO WS-D13-POS
           MOVE WS-ANO         TO D3-ANO
           MOVE VM-VENDEDOR-ID TO D3-VENDEDOR-ID
           MOVE 0 TO D3-AVOS
           MOVE 0 TO D3-PARCELA-1
           MOVE 0 TO D3-DATA-PARC-1
           MOVE 0 TO D3-VALOR-13
           MOVE 0 TO D3-INSS
           MOVE 0 TO D3-IRRF
           MOVE 0 TO D3-PARCELA-2
           MOVE 0 TO D3-DATA-PARC-2.

       CALCULA-SEGUNDA-PARCELA.
           MOVE 0 TO WS-COMIS-ANO
           IF WS-COM-COUNT > 0
              SET WS-COM-IDX TO 1
              SEARCH WS-COM-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-COM-ID(WS-COM-IDX) = VM-VENDEDOR-ID
                    MOVE WS-COM-TOTAL(WS-COM-IDX) TO WS-COMIS-ANO
              END-SEARCH
           END-IF
           MOVE 0 TO WS-MEDIA-COMIS
           IF WS-MESES-MEDIA > 0
              COMPUTE WS-MEDIA-COMIS ROUNDED =
                 WS-COMIS-ANO / WS-MESES-MEDIA
           END-IF
           COMPUTE WS-VALOR-13 ROUNDED =
              (VM-SALARIO + WS-MEDIA-COMIS) * WS-AVOS / 12
           MOVE D3-PARCELA-1 TO WS-PARCELA-1
           IF WS-PARCELA-1 = 0
              ADD 1 TO WS-QTD-SEM-PARC1
           END-IF
           PERFORM CALCULA-INSS
           MOVE 0 TO WS-IRRF
           COMPUTE WS-BASE-IRRF = WS-VALOR-13 - WS-INSS
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
           IF WS-PARCELA-1 > WS-VALOR-13
              MOVE 0 TO WS-BRUTO
           ELSE
              COMPUTE WS-BRUTO = WS-VALOR-13 - WS-PARCELA-1
           END-IF
           IF WS-INSS + WS-IRRF > WS-BRUTO
              MOVE 0 TO WS-LIQUIDO
           ELSE
              COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
           END-IF
           MOVE WS-AVOS         TO D3-AVOS
           MOVE WS-VALOR-13     TO D3-VALOR-13
           MOVE WS-INSS         TO D3-INSS
           MOVE WS-IRRF         TO D3-IRRF
           MOVE WS-LIQUIDO      TO D3-PARCELA-2
           MOVE WS-DATA-NEGOCIO TO D3-DATA-PARC-2.

      *    Mesma regra da folha: base limitada ao teto (ultima faixa)
      *    e parte da empresa sobre a mesma base.
       CALCULA-INSS.
           MOVE 0 TO WS-INSS
           MOVE 0 TO WS-INSS-PATRONAL
           IF WS-INS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-13 TO WS-BASE-INSS
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

       GRAVA-DEMONSTRATIVO.
           MOVE VM-VENDEDOR-ID   TO WS-DT-ID
           MOVE VM-VENDEDOR-NOME TO WS-DT-NOME
           MOVE WS-PARCELA       TO WS-DT-PARCELA
           WRITE DECIMO-REPORT-REC FROM WS-DEM-TITULO
           MOVE "AVOS DO ANO:" TO WS-DQ-LABEL
           MOVE WS-AVOS TO WS-DQ-VALOR
           WRITE DECIMO-REPORT-REC FROM WS-DEM-QTD
           MOVE "SALARIO BASE:" TO WS-DL-LABEL
           MOVE VM-SALARIO TO WS-DL-VALOR
           WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
           IF WS-PARCELA = 2
              MOVE "COMISSAO DO ANO:" TO WS-DL-LABEL
              MOVE WS-COMIS-ANO TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "MESES DA MEDIA:" TO WS-DQ-LABEL
              MOVE WS-MESES-MEDIA TO WS-DQ-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-QTD
              MOVE "MEDIA MENSAL DA COMISSAO:" TO WS-DL-LABEL
              MOVE WS-MEDIA-COMIS TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "13O SALARIO INTEGRAL:" TO WS-DL-LABEL
              MOVE WS-VALOR-13 TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "(-) 1A PARCELA PAGA:" TO WS-DL-LABEL
              MOVE WS-PARCELA-1 TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "RETENCAO (INSS):" TO WS-DL-LABEL
              MOVE WS-INSS TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "INSS PATRONAL (EMPRESA):" TO WS-DL-LABEL
              MOVE WS-INSS-PATRONAL TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
              MOVE "RETENCAO (IRRF):" TO WS-DL-LABEL
              MOVE WS-IRRF TO WS-DL-VALOR
              WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
           END-IF
           MOVE "LIQUIDO A RECEBER:" TO WS-DL-LABEL
           MOVE WS-LIQUIDO TO WS-DL-VALOR
           WRITE DECIMO-REPORT-REC FROM WS-DEM-LINHA
           MOVE ALL "-" TO DECIMO-REPORT-REC
           WRITE DECIMO-REPORT-REC.

       REGRAVA-REGISTRO.
           OPEN OUTPUT DECIMO-REGISTRO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-D13-COUNT
              MOVE WS-D13-LINHA(WS-I) TO DECIMO-REGISTRO-REC
              WRITE DECIMO-REGISTRO-REC
           END-PERFORM
           CLOSE DECIMO-REGISTRO.

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".
