       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Calculo das verbas rescisorias dos desligamentos registrados
      * pelo VENDMNT em RESCIS.DAT (situacao P). Por vendedor, com a
      * remuneracao = salario + media mensal da comissao (mesma media
      * do FERIASPG):
      *   - saldo de salario dos dias trabalhados no mes (dia/30);
      *   - comissoes das vendas ainda em VENDAS.DAT (regra da folha
      *     por transacoes, com venda dividida e faixa progressiva);
      *   - aviso previo indenizado: 30 dias + 3 por ano completo
      *     (maximo 90) sem justa causa, metade no acordo; no pedido
      *     de demissao com aviso nao cumprido, 30 dias de salario
      *     sao descontados;
      *   - 13o proporcional (avos do ano, 15 dias fecham o mes),
      *     menos a 1a parcela ja paga pelo DECIMO;
      *   - ferias vencidas do FERIAS.DAT (em dobro quando o
      *     desligamento passa do limite concessivo) e ferias
      *     proporcionais do periodo aberto, ambas com 1/3;
      *   - descontos: adiantamentos pendentes (ADIANT.DAT) e
      *     descontos recorrentes vigentes (RECORR.DAT).
      * Justa causa perde aviso, 13o e ferias proporcionais. INSS e
      * IRRF sobre saldo + comissoes e, em separado, sobre o 13o;
      * ferias indenizadas e aviso indenizado nao sofrem retencao.
      * A previa vai para PAYTRIAL.DAT marcada R - o FOLHACON libera
      * e o BANCOREM/CONTABIL pagam e contabilizam como a folha. O
      * termo de rescisao sai em RESCREL.DAT; o registro continua P
      * com a data do calculo e os valores da previa, e so passa a C
      * (calculado) na liberacao pelo FOLHACON. Toda rodada recalcula
      * todas as pendentes e apaga a data das que ficaram fora.
      * Rodar antes da liberacao da folha do mes: o FOLHACON mensal
      * consome VENDAS.DAT e baixa os adiantamentos pendentes.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCISAO-ARQ ASSIGN TO "RESCIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESC-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT COMISSAO-FAIXAS ASSIGN TO "COMISFXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFX-STATUS.
           SELECT FERIAS-REGISTRO ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT DECIMO-REGISTRO ASSIGN TO "DEC13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D13-STATUS.
           SELECT RECORRENTES ASSIGN TO "RECORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT ADIANTAMENTOS ASSIGN TO "ADIANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADI-STATUS.
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
           SELECT RESCISAO-TERMO ASSIGN TO "RESCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESCISAO-ARQ
           RECORD CONTAINS 43 CHARACTERS.
       COPY "RESCREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  COMISSAO-FAIXAS
           RECORD CONTAINS 6 CHARACTERS.
       01  COMISSAO-FAIXAS-REC.
           05  CF-QTD-MIN        PIC 9(3).
           05  CF-MULTIPLICADOR  PIC 9V99.

       FD  FERIAS-REGISTRO
           RECORD CONTAINS 66 CHARACTERS.
       COPY "FERIASREC.cpy".

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

       FD  RECORRENTES.
       COPY "RECORREC.cpy".

       FD  ADIANTAMENTOS.
       COPY "ADIANREC.cpy".

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

       FD  RESCISAO-TERMO
           RECORD CONTAINS 80 CHARACTERS.
       01  RESCISAO-TERMO-REC       PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "VENDVAL.cpy".
       77  WS-RESC-STATUS   PIC XX VALUE SPACES.
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-CFX-STATUS    PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-D13-STATUS    PIC XX VALUE SPACES.
       77  WS-REC-STATUS    PIC XX VALUE SPACES.
       77  WS-ADI-STATUS    PIC XX VALUE SPACES.
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
       77  WS-ANO           PIC 9(4).
       77  WS-MES-RODADA    PIC 9(2).
      *    Rescisoes registradas - regravadas com a situacao nova.
       77  WS-RES-COUNT     PIC 9(3) VALUE 0.
       77  WS-RES-ESTOURO   PIC X VALUE "N".
           88 RESCISOES-ESTOURARAM VALUE "Y".
       01  WS-RES-TABELA.
           05  WS-RES-LINHA OCCURS 500 TIMES PIC X(43).
       77  WS-RES-I         PIC 9(3).
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
      *    Comissao por veiculo e faixas progressivas - as mesmas da
      *    folha mensal.
       77  WS-COMISSAO-CARRO PIC 9(3)V99 VALUE 100.00.
       77  WS-COMISSAO-PADRAO PIC 9(3)V99 VALUE 100.00.
       77  WS-VEIC-COUNT    PIC 9(3) VALUE 0.
       01  WS-VEIC-TABELA.
           05  WS-VEIC-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-VEIC-COUNT
                              INDEXED BY WS-VEIC-IDX.
               10  WS-VEIC-TAB-ID       PIC 9(3).
               10  WS-VEIC-TAB-COMIS    PIC 9(3)V99.
       77  WS-VEIC-ID       PIC 9(3).
       77  WS-EOF-CFX       PIC X VALUE "N".
           88 EOF-CFX              VALUE "Y".
       77  WS-CFX-COUNT     PIC 9(2) VALUE 0.
       01  WS-CFX-TABELA.
           05  WS-CFX-ENTRY OCCURS 1 TO 10 TIMES
                              DEPENDING ON WS-CFX-COUNT
                              INDEXED BY WS-CFX-IDX.
               10  WS-CFX-MIN      PIC 9(3).
               10  WS-CFX-MULT     PIC 9V99.
       77  WS-CFX-I         PIC 9(2).
       77  WS-FAIXA-MULT    PIC 9V99.
       77  WS-FAIXA-MIN     PIC 9(3).
       77  WS-NUM-CARRO     PIC 9(3).
       77  WS-PARTE-PCT     PIC 9(3).
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
      *    Datas do desligamento corrente.
       01  WS-DATA-DESL     PIC 9(8).
       01  WS-DATA-DESL-R REDEFINES WS-DATA-DESL.
           05  WS-DD-ANO        PIC 9(4).
           05  WS-DD-MES        PIC 9(2).
           05  WS-DD-DIA        PIC 9(2).
       01  WS-DATA-ADM      PIC 9(8).
       01  WS-DATA-ADM-R REDEFINES WS-DATA-ADM.
           05  WS-DM-ANO        PIC 9(4).
           05  WS-DM-MES        PIC 9(2).
           05  WS-DM-DIA        PIC 9(2).
       77  WS-ADM-VALIDA    PIC X VALUE "N".
           88 ADMISSAO-VALIDA      VALUE "Y".
       01  WS-DATA-A        PIC 9(8).
       01  WS-DATA-A-R REDEFINES WS-DATA-A.
           05  WS-DA-ANO        PIC 9(4).
           05  WS-DA-MES        PIC 9(2).
           05  WS-DA-DIA        PIC 9(2).
       01  WS-DATA-B        PIC 9(8).
       01  WS-DATA-B-R REDEFINES WS-DATA-B.
           05  WS-DB-ANO        PIC 9(4).
           05  WS-DB-MES        PIC 9(2).
           05  WS-DB-DIA        PIC 9(2).
       77  WS-DT-INT        PIC 9(8).
       77  WS-MESES         PIC S9(4).
       77  WS-MES-TOTAL     PIC 9(4).
       77  WS-ANOS-ADD      PIC 9(4).
       77  WS-MES-RESTO     PIC 9(2).
       77  WS-DIAS-RESTO    PIC S9(5).
       77  WS-MES-INI       PIC 9(2).
       77  WS-MES-FIM       PIC S9(2).
      *    Verbas do desligamento corrente.
       77  WS-MOTIVO-DESC   PIC X(30).
       77  WS-COMIS-ANO     PIC 9(7)V99.
       77  WS-MEDIA-COMIS   PIC 9(7)V99.
       77  WS-REMUNERACAO   PIC 9(7)V99.
       77  WS-DIAS-SALDO    PIC 9(2).
       77  WS-VLR-SALDO     PIC 9(7)V99.
       77  WS-VLR-COMISSAO  PIC 9(7)V99.
       77  WS-ANOS-SERVICO  PIC 9(3).
       77  WS-DIAS-AVISO    PIC 9(3).
       77  WS-VLR-AVISO     PIC 9(7)V99.
       77  WS-DESC-AVISO    PIC 9(7)V99.
       77  WS-AVOS-13       PIC 9(2).
       77  WS-VALOR-13      PIC 9(7)V99.
       77  WS-PARCELA-1     PIC 9(7)V99.
       77  WS-VLR-DECIMO    PIC 9(7)V99.
       77  WS-DECIMO-QUITADO PIC X VALUE "N".
           88 DECIMO-QUITADO       VALUE "Y".
       77  WS-DIAS-VENCIDAS PIC 9(3).
       77  WS-DIAS-DOBRO    PIC 9(3).
       77  WS-DIAS-PERIODO  PIC S9(3).
       77  WS-VLR-VENCIDAS  PIC 9(7)V99.
       77  WS-AVOS-FERIAS   PIC 9(2).
       77  WS-VLR-PROPORC   PIC 9(7)V99.
       77  WS-VLR-TERCO     PIC 9(7)V99.
       77  WS-ADIANT-PEND   PIC 9(7)V99.
       77  WS-RECOR-DESC    PIC 9(7)V99.
       77  WS-TRIBUTAVEL    PIC 9(7)V99.
       77  WS-BASE-INSS     PIC 9(7)V99.
       77  WS-BASE-IRRF     PIC 9(7)V99.
       77  WS-INSS-CALC     PIC 9(7)V99.
       77  WS-PATRONAL-CALC PIC 9(7)V99.
       77  WS-IRRF-CALC     PIC 9(7)V99.
       77  WS-INSS          PIC 9(7)V99.
       77  WS-INSS-PATRONAL PIC 9(7)V99.
       77  WS-IRRF          PIC 9(7)V99.
       77  WS-BRUTO         PIC 9(7)V99.
       77  WS-DESCONTOS     PIC 9(7)V99.
       77  WS-LIQUIDO       PIC 9(7)V99.
       77  WS-SALDO-DEVEDOR PIC 9(7)V99.
       77  WS-QTD-CALCULADAS PIC 9(3) VALUE 0.
       77  WS-QTD-SEM-VEND  PIC 9(3) VALUE 0.
       77  WS-QTD-DEVEDOR   PIC 9(3) VALUE 0.
       77  WS-TOTAL-BRUTO   PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE 0.
       01  WS-TER-TITULO.
           05  FILLER           PIC X(20)
                                VALUE "TERMO DE RESCISAO - ".
           05  WS-TT-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TT-NOME       PIC X(30).
           05  FILLER           PIC X(9) VALUE " DESLIG: ".
           05  WS-TT-DESLIG     PIC 9(8).
           05  FILLER           PIC X(6) VALUE SPACES.
       01  WS-TER-TEXTO.
           05  WS-TX-LABEL      PIC X(30).
           05  WS-TX-VALOR      PIC X(30).
           05  FILLER           PIC X(20) VALUE SPACES.
       01  WS-TER-LINHA.
           05  WS-TL-LABEL      PIC X(30).
           05  WS-TL-VALOR      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(38) VALUE SPACES.
       01  WS-TER-QTD.
           05  WS-TQ-LABEL      PIC X(30).
           05  FILLER           PIC X(8) VALUE SPACES.
           05  WS-TQ-VALOR      PIC ZZ9.
           05  FILLER           PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO
           MOVE WS-DATA-NEGOCIO(5:2) TO WS-MES-RODADA
           DISPLAY "CALCULAR AS RESCISOES PENDENTES? "
              "(PAYTRIAL.DAT SERA SOBRESCRITO) (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "CALCULO DE RESCISAO CANCELADO"
              GOBACK
           END-IF
           PERFORM CARREGA-RESCISOES
           IF WS-RESC-STATUS = "35"
              DISPLAY "RESCIS.DAT NAO ENCONTRADO - NENHUM "
                 "DESLIGAMENTO REGISTRADO PELO VENDMNT"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF RESCISOES-ESTOURARAM
              DISPLAY "RESCIS.DAT MAIOR QUE A TABELA DE 500 - "
                 "CALCULO RECUSADO"
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
           PERFORM CARREGA-VEICULOS
           PERFORM CARREGA-FAIXAS-COMISSAO
           PERFORM CARREGA-TABELA-INSS
           PERFORM CARREGA-TABELA-IR
           OPEN OUTPUT PAYROLL-TRIAL
           OPEN OUTPUT RESCISAO-TERMO
           PERFORM VARYING WS-RES-I FROM 1 BY 1
                 UNTIL WS-RES-I > WS-RES-COUNT
              MOVE WS-RES-LINHA(WS-RES-I) TO RESCISAO-REC
              IF RS-PENDENTE
                 MOVE 0 TO RS-DATA-CALCULO
                 MOVE 0 TO RS-BRUTO
                 MOVE 0 TO RS-LIQUIDO
                 MOVE RESCISAO-REC TO WS-RES-LINHA(WS-RES-I)
                 PERFORM CALCULA-RESCISAO
              END-IF
           END-PERFORM
           CLOSE PAYROLL-TRIAL
           CLOSE RESCISAO-TERMO
           PERFORM REGRAVA-RESCISOES
           IF WS-QTD-CALCULADAS = 0
              DISPLAY "NENHUMA RESCISAO PENDENTE EM RESCIS.DAT"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "PREVIA DE RESCISAO EM PAYTRIAL.DAT - "
              WS-QTD-CALCULADAS " DESLIGAMENTO(S), BRUTO "
              WS-TOTAL-BRUTO ", LIQUIDO " WS-TOTAL-LIQUIDO
           DISPLAY "REVISE RESCREL.DAT E CONFIRME COM O FOLHACON"
           IF WS-QTD-DEVEDOR > 0
              DISPLAY WS-QTD-DEVEDOR " RESCISAO(OES) COM DESCONTOS "
                 "MAIORES QUE AS VERBAS - SALDO DEVEDOR NO TERMO"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-SEM-VEND > 0
              DISPLAY WS-QTD-SEM-VEND " RESCISAO(OES) DE VENDEDOR "
                 "FORA DO VENDMAST.DAT - NAO CALCULADA(S)"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-RESCISOES.
           MOVE 0 TO WS-RES-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RESCISAO-ARQ
           IF WS-RESC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ RESCISAO-ARQ
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-RES-COUNT < 500
                       ADD 1 TO WS-RES-COUNT
                       MOVE RESCISAO-REC TO WS-RES-LINHA(WS-RES-COUNT)
                    ELSE
                       MOVE "Y" TO WS-RES-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESCISAO-ARQ.

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
                    IF WS-VEND-COUNT < 200
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
                 DISPLAY "COMISYTD.DAT NAO ENCONTRADO - RESCISAO SEM "
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
              DISPLAY "COMISHIS.DAT NAO ENCONTRADO - RESCISAO SEM "
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

       CARREGA-VEICULOS.
           MOVE 0 TO WS-VEIC-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              DISPLAY "VEICULO-MASTER NAO ENCONTRADO - "
                 "USANDO COMISSAO PADRAO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-VEIC-COUNT < 500
                       ADD 1 TO WS-VEIC-COUNT
                       MOVE VEIC-ID
                          TO WS-VEIC-TAB-ID(WS-VEIC-COUNT)
                       MOVE VEIC-COMISSAO
                          TO WS-VEIC-TAB-COMIS(WS-VEIC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER.

       CARREGA-FAIXAS-COMISSAO.
           MOVE 0 TO WS-CFX-COUNT
           MOVE "N" TO WS-EOF-CFX
           OPEN INPUT COMISSAO-FAIXAS
           IF WS-CFX-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-CFX
              READ COMISSAO-FAIXAS
                 AT END
                    MOVE "Y" TO WS-EOF-CFX
                 NOT AT END
                    IF WS-CFX-COUNT < 10
                       ADD 1 TO WS-CFX-COUNT
                       MOVE CF-QTD-MIN
                          TO WS-CFX-MIN(WS-CFX-COUNT)
                       MOVE CF-MULTIPLICADOR
                          TO WS-CFX-MULT(WS-CFX-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COMISSAO-FAIXAS.

       CARREGA-TABELA-INSS.
           MOVE 0 TO WS-INS-COUNT
           MOVE "N" TO WS-EOF-INS
           OPEN INPUT INSS-TABELA
           IF WS-INS-STATUS = "35"
              DISPLAY "INSSTAB.DAT NAO ENCONTRADO - "
                 "RESCISAO SEM CONTRIBUICAO DE INSS"
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
                 "RESCISAO SEM RETENCAO DE IRRF"
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

       CALCULA-RESCISAO.
           MOVE "N" TO WS-ACHOU-VEND
           IF WS-VEND-COUNT > 0
              SET WS-VEND-IDX TO 1
              SEARCH WS-VEND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VD-ID(WS-VEND-IDX) = RS-VENDEDOR-ID
                    MOVE "Y" TO WS-ACHOU-VEND
              END-SEARCH
           END-IF
           IF NOT ACHOU-VEND
              ADD 1 TO WS-QTD-SEM-VEND
              EXIT PARAGRAPH
           END-IF
           MOVE RS-DATA-DESLIG TO WS-DATA-DESL
           MOVE "N" TO WS-ADM-VALIDA
           IF WS-VD-ADMISSAO(WS-VEND-IDX) IS NUMERIC
              MOVE WS-VD-ADMISSAO(WS-VEND-IDX) TO WS-DATA-ADM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ADM) = 0
                    AND WS-DATA-ADM <= WS-DATA-DESL
                 MOVE "Y" TO WS-ADM-VALIDA
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN RS-SEM-JUSTA-CAUSA
                 MOVE "SEM JUSTA CAUSA" TO WS-MOTIVO-DESC
              WHEN RS-JUSTA-CAUSA
                 MOVE "JUSTA CAUSA" TO WS-MOTIVO-DESC
              WHEN RS-PEDIDO-DEMISSAO
                 IF RS-AVISO-TRABALHADO
                    MOVE "PEDIDO DE DEMISSAO" TO WS-MOTIVO-DESC
                 ELSE
                    MOVE "PEDIDO DE DEMISSAO SEM AVISO"
                       TO WS-MOTIVO-DESC
                 END-IF
              WHEN RS-ACORDO
                 MOVE "ACORDO ENTRE AS PARTES" TO WS-MOTIVO-DESC
              WHEN OTHER
                 MOVE "NAO INFORMADO" TO WS-MOTIVO-DESC
           END-EVALUATE
           PERFORM CALCULA-MEDIA-COMISSAO
           COMPUTE WS-REMUNERACAO =
              WS-VD-SALARIO(WS-VEND-IDX) + WS-MEDIA-COMIS
           PERFORM CALCULA-SALDO-SALARIO
           PERFORM CALCULA-COMISSOES-PENDENTES
           PERFORM CALCULA-AVISO-PREVIO
           PERFORM CALCULA-DECIMO-PROPORCIONAL
           PERFORM CALCULA-FERIAS-VENCIDAS
           PERFORM CALCULA-FERIAS-PROPORCIONAIS
           COMPUTE WS-VLR-TERCO ROUNDED =
              (WS-VLR-VENCIDAS + WS-VLR-PROPORC) / 3
           PERFORM SOMA-DESCONTOS-PENDENTES
      *    Retencoes: saldo + comissoes como uma folha; o 13o em
      *    separado, como na 2a parcela do DECIMO.
           COMPUTE WS-TRIBUTAVEL = WS-VLR-SALDO + WS-VLR-COMISSAO
           PERFORM CALCULA-RETENCOES
           MOVE WS-INSS-CALC     TO WS-INSS
           MOVE WS-PATRONAL-CALC TO WS-INSS-PATRONAL
           MOVE WS-IRRF-CALC     TO WS-IRRF
           MOVE WS-VALOR-13 TO WS-TRIBUTAVEL
           IF DECIMO-QUITADO
              MOVE 0 TO WS-TRIBUTAVEL
           END-IF
           PERFORM CALCULA-RETENCOES
           ADD WS-INSS-CALC     TO WS-INSS
           ADD WS-PATRONAL-CALC TO WS-INSS-PATRONAL
           ADD WS-IRRF-CALC     TO WS-IRRF
           COMPUTE WS-BRUTO = WS-VLR-SALDO + WS-VLR-COMISSAO
              + WS-VLR-AVISO + WS-VLR-DECIMO + WS-VLR-VENCIDAS
              + WS-VLR-PROPORC + WS-VLR-TERCO
           COMPUTE WS-DESCONTOS = WS-INSS + WS-IRRF + WS-ADIANT-PEND
              + WS-RECOR-DESC + WS-DESC-AVISO
           MOVE 0 TO WS-SALDO-DEVEDOR
           IF WS-DESCONTOS > WS-BRUTO
              COMPUTE WS-SALDO-DEVEDOR = WS-DESCONTOS - WS-BRUTO
              MOVE 0 TO WS-LIQUIDO
              ADD 1 TO WS-QTD-DEVEDOR
           ELSE
              COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTOS
           END-IF
           ADD 1 TO WS-QTD-CALCULADAS
           ADD WS-BRUTO   TO WS-TOTAL-BRUTO
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO
           MOVE SPACES TO PAYROLL-TRIAL-REC
           MOVE RS-VENDEDOR-ID           TO PT-VENDEDOR-ID
           MOVE WS-VD-NOME(WS-VEND-IDX)  TO PT-VENDEDOR-NOME
           MOVE WS-BRUTO                 TO PT-BRUTO
           MOVE WS-LIQUIDO               TO PT-LIQUIDO
           MOVE WS-VLR-COMISSAO          TO PT-COMISSAO
           MOVE 0                        TO PT-NUM-CARRO
           MOVE 0                        TO PT-VEIC-ID
           MOVE WS-INSS                  TO PT-INSS
           MOVE WS-INSS-PATRONAL         TO PT-INSS-PATRONAL
           MOVE WS-IRRF                  TO PT-IRRF
           SET PT-RESCISAO TO TRUE
           WRITE PAYROLL-TRIAL-REC
           PERFORM GRAVA-TERMO
           MOVE WS-DATA-NEGOCIO TO RS-DATA-CALCULO
           MOVE WS-BRUTO        TO RS-BRUTO
           MOVE WS-LIQUIDO      TO RS-LIQUIDO
           MOVE RESCISAO-REC TO WS-RES-LINHA(WS-RES-I).

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
              WHEN WS-COM-ID(WS-COM-IDX) = RS-VENDEDOR-ID
                 MOVE WS-COM-TOTAL(WS-COM-IDX) TO WS-COMIS-ANO
           END-SEARCH
           COMPUTE WS-MEDIA-COMIS ROUNDED =
              WS-COMIS-ANO / WS-COM-MESES.

      *    Mes comercial de 30 dias: o dia do desligamento e o numero
      *    de dias trabalhados no mes.
       CALCULA-SALDO-SALARIO.
           MOVE WS-DD-DIA TO WS-DIAS-SALDO
           IF WS-DIAS-SALDO > 30
              MOVE 30 TO WS-DIAS-SALDO
           END-IF
           COMPUTE WS-VLR-SALDO ROUNDED =
              WS-VD-SALARIO(WS-VEND-IDX) * WS-DIAS-SALDO / 30.

      *    Vendas do vendedor ainda em VENDAS.DAT (nao consumidas por
      *    uma folha liberada) - mesma regra da folha por transacoes.
       CALCULA-COMISSOES-PENDENTES.
           MOVE 0 TO WS-VLR-COMISSAO
           MOVE 0 TO WS-NUM-CARRO
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
                    IF NOT VD-CANCELADA
                       PERFORM ACUMULA-VENDA-VENDEDOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDAS
           PERFORM APLICA-FAIXA-COMISSAO.

       ACUMULA-VENDA-VENDEDOR.
           MOVE 0 TO WS-PARTE-PCT
           IF VD-VENDEDOR-ID = RS-VENDEDOR-ID
              IF VD-VENDEDOR-ID-2 NOT = SPACES
                    AND VD-PCT-VEND-2 IS NUMERIC
                    AND VD-PCT-VEND-2 > 0
                    AND VD-PCT-VEND-2 < 100
                 COMPUTE WS-PARTE-PCT = 100 - VD-PCT-VEND-2
              ELSE
                 MOVE 100 TO WS-PARTE-PCT
              END-IF
              ADD 1 TO WS-NUM-CARRO
           ELSE
              IF VD-VENDEDOR-ID-2 = RS-VENDEDOR-ID
                    AND VD-PCT-VEND-2 IS NUMERIC
                    AND VD-PCT-VEND-2 > 0
                    AND VD-PCT-VEND-2 < 100
                 MOVE VD-PCT-VEND-2 TO WS-PARTE-PCT
              END-IF
           END-IF
           IF WS-PARTE-PCT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE VD-VEIC-ID TO WS-VEIC-ID
           PERFORM BUSCA-VEICULO
           PERFORM OBTEM-VALOR-VENDA
           COMPUTE WS-VLR-COMISSAO ROUNDED =
              WS-VLR-COMISSAO
              + ((WS-COMISSAO-CARRO + (WS-VD-VALOR-EF * 0.5))
              * WS-PARTE-PCT / 100).

       BUSCA-VEICULO.
           MOVE WS-COMISSAO-PADRAO TO WS-COMISSAO-CARRO
           IF WS-VEIC-COUNT > 0
              SET WS-VEIC-IDX TO 1
              SEARCH WS-VEIC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VEIC-TAB-ID(WS-VEIC-IDX) = WS-VEIC-ID
                    MOVE WS-VEIC-TAB-COMIS(WS-VEIC-IDX)
                       TO WS-COMISSAO-CARRO
              END-SEARCH
           END-IF.

       APLICA-FAIXA-COMISSAO.
           MOVE 1.00 TO WS-FAIXA-MULT
           MOVE 0    TO WS-FAIXA-MIN
           PERFORM VARYING WS-CFX-I FROM 1 BY 1
                 UNTIL WS-CFX-I > WS-CFX-COUNT
              IF WS-NUM-CARRO >= WS-CFX-MIN(WS-CFX-I)
                    AND WS-CFX-MIN(WS-CFX-I) >= WS-FAIXA-MIN
                 MOVE WS-CFX-MIN(WS-CFX-I)  TO WS-FAIXA-MIN
                 MOVE WS-CFX-MULT(WS-CFX-I) TO WS-FAIXA-MULT
              END-IF
           END-PERFORM
           IF WS-FAIXA-MULT NOT = 1.00
              COMPUTE WS-VLR-COMISSAO ROUNDED =
                 WS-VLR-COMISSAO * WS-FAIXA-MULT
           END-IF.

      *    Aviso indenizado: 30 dias mais 3 por ano completo de casa,
      *    ate 90. No acordo a empresa paga a metade; no pedido de
      *    demissao sem cumprir o aviso o vendedor paga 30 dias.
       CALCULA-AVISO-PREVIO.
           MOVE 0 TO WS-DIAS-AVISO
           MOVE 0 TO WS-VLR-AVISO
           MOVE 0 TO WS-DESC-AVISO
           MOVE 0 TO WS-ANOS-SERVICO
           IF ADMISSAO-VALIDA
              COMPUTE WS-ANOS-SERVICO =
                 (WS-DATA-DESL - WS-DATA-ADM) / 10000
           END-IF
           EVALUATE TRUE
              WHEN RS-SEM-JUSTA-CAUSA
              WHEN RS-ACORDO
                 COMPUTE WS-DIAS-AVISO = 30 + (3 * WS-ANOS-SERVICO)
                 IF WS-DIAS-AVISO > 90
                    MOVE 90 TO WS-DIAS-AVISO
                 END-IF
                 COMPUTE WS-VLR-AVISO ROUNDED =
                    WS-REMUNERACAO * WS-DIAS-AVISO / 30
                 IF RS-ACORDO
                    COMPUTE WS-VLR-AVISO ROUNDED = WS-VLR-AVISO / 2
                 END-IF
              WHEN RS-PEDIDO-DEMISSAO
                 IF NOT RS-AVISO-TRABALHADO
                    MOVE WS-VD-SALARIO(WS-VEND-IDX) TO WS-DESC-AVISO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Avos do ano do desligamento pela regra do DECIMO (15 dias
      *    fecham o mes), menos a 1a parcela ja paga. Com a 2a
      *    parcela ja paga o 13o do ano esta quitado.
       CALCULA-DECIMO-PROPORCIONAL.
           MOVE 0 TO WS-AVOS-13
           MOVE 0 TO WS-VALOR-13
           MOVE 0 TO WS-PARCELA-1
           MOVE 0 TO WS-VLR-DECIMO
           MOVE "N" TO WS-DECIMO-QUITADO
           IF RS-JUSTA-CAUSA
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MES-INI
           IF ADMISSAO-VALIDA AND WS-DM-ANO = WS-DD-ANO
              MOVE WS-DM-MES TO WS-MES-INI
              IF WS-DM-DIA > 15
                 ADD 1 TO WS-MES-INI
              END-IF
           END-IF
           MOVE WS-DD-MES TO WS-MES-FIM
           IF WS-DD-DIA < 15
              SUBTRACT 1 FROM WS-MES-FIM
           END-IF
           IF WS-MES-FIM >= WS-MES-INI
              COMPUTE WS-AVOS-13 = WS-MES-FIM - WS-MES-INI + 1
           END-IF
           COMPUTE WS-VALOR-13 ROUNDED =
              WS-REMUNERACAO * WS-AVOS-13 / 12
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT DECIMO-REGISTRO
           IF WS-D13-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ DECIMO-REGISTRO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF D3-ANO = WS-DD-ANO
                             AND D3-VENDEDOR-ID = RS-VENDEDOR-ID
                          MOVE D3-PARCELA-1 TO WS-PARCELA-1
                          IF D3-DATA-PARC-2 IS NUMERIC
                                AND D3-DATA-PARC-2 > 0
                             MOVE "Y" TO WS-DECIMO-QUITADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECIMO-REGISTRO
           END-IF
           IF DECIMO-QUITADO
              EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-13 > WS-PARCELA-1
              COMPUTE WS-VLR-DECIMO = WS-VALOR-13 - WS-PARCELA-1
           END-IF.

      *    Periodos ja completos do FERIAS.DAT: o saldo de 30 dias
      *    ainda nao pago (gozo so programado volta ao saldo); em
      *    dobro quando o desligamento passa do limite concessivo.
       CALCULA-FERIAS-VENCIDAS.
           MOVE 0 TO WS-DIAS-VENCIDAS
           MOVE 0 TO WS-DIAS-DOBRO
           MOVE 0 TO WS-VLR-VENCIDAS
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
                    IF FE-VENDEDOR-ID = RS-VENDEDOR-ID
                          AND FE-AQUIS-FIM < WS-DATA-DESL
                       PERFORM SOMA-PERIODO-VENCIDO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FERIAS-REGISTRO
           COMPUTE WS-VLR-VENCIDAS ROUNDED =
              WS-REMUNERACAO * (WS-DIAS-VENCIDAS + WS-DIAS-DOBRO) / 30.

       SOMA-PERIODO-VENCIDO.
           COMPUTE WS-DIAS-PERIODO =
              30 - FE-DIAS-GOZADOS - FE-DIAS-VENDIDOS
           IF FE-PROGRAMADO
              ADD FE-GOZO-DIAS  TO WS-DIAS-PERIODO
              ADD FE-ABONO-DIAS TO WS-DIAS-PERIODO
           END-IF
           IF WS-DIAS-PERIODO <= 0
              EXIT PARAGRAPH
           END-IF
           ADD WS-DIAS-PERIODO TO WS-DIAS-VENCIDAS
           IF WS-DATA-DESL > FE-LIMITE
              ADD WS-DIAS-PERIODO TO WS-DIAS-DOBRO
           END-IF.

      *    Periodo aquisitivo aberto: do ultimo aniversario de admissao
      *    ate o dia seguinte ao desligamento, um avo por mes e mais
      *    um pela fracao de 15 dias ou mais.
       CALCULA-FERIAS-PROPORCIONAIS.
           MOVE 0 TO WS-AVOS-FERIAS
           MOVE 0 TO WS-VLR-PROPORC
           IF RS-JUSTA-CAUSA OR NOT ADMISSAO-VALIDA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ADM TO WS-DATA-A
           MOVE WS-DD-ANO TO WS-DA-ANO
           PERFORM AJUSTA-DATA-A
           IF WS-DATA-A > WS-DATA-DESL
              MOVE WS-DATA-ADM TO WS-DATA-A
              COMPUTE WS-DA-ANO = WS-DD-ANO - 1
              PERFORM AJUSTA-DATA-A
           END-IF
           IF WS-DATA-A < WS-DATA-ADM
              MOVE WS-DATA-ADM TO WS-DATA-A
           END-IF
           COMPUTE WS-DT-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-DESL) + 1
           COMPUTE WS-DATA-B = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           COMPUTE WS-MESES = (WS-DB-ANO - WS-DA-ANO) * 12
              + WS-DB-MES - WS-DA-MES
           IF WS-DB-DIA < WS-DA-DIA
              SUBTRACT 1 FROM WS-MESES
           END-IF
           IF WS-MESES < 0
              MOVE 0 TO WS-MESES
           END-IF
      *    Fracao: dias entre o ultimo "mesversario" e o fim.
           COMPUTE WS-MES-TOTAL = WS-DA-MES - 1 + WS-MESES
           DIVIDE WS-MES-TOTAL BY 12 GIVING WS-ANOS-ADD
              REMAINDER WS-MES-RESTO
           ADD WS-ANOS-ADD TO WS-DA-ANO
           COMPUTE WS-DA-MES = WS-MES-RESTO + 1
           PERFORM AJUSTA-DATA-A
           COMPUTE WS-DIAS-RESTO = WS-DT-INT
              - FUNCTION INTEGER-OF-DATE(WS-DATA-A)
           MOVE WS-MESES TO WS-AVOS-FERIAS
           IF WS-DIAS-RESTO >= 15
              ADD 1 TO WS-AVOS-FERIAS
           END-IF
           IF WS-AVOS-FERIAS > 12
              MOVE 12 TO WS-AVOS-FERIAS
           END-IF
           COMPUTE WS-VLR-PROPORC ROUNDED =
              WS-REMUNERACAO * WS-AVOS-FERIAS / 12.

      *    Dia que nao existe no mes (29/02, 31/04...) cai no ultimo.
       AJUSTA-DATA-A.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-A) = 0
              SUBTRACT 1 FROM WS-DATA-A
           END-PERFORM.

      *    Adiantamentos pagos e ainda nao descontados, e os descontos
      *    recorrentes vigentes no desligamento.
       SOMA-DESCONTOS-PENDENTES.
           MOVE 0 TO WS-ADIANT-PEND
           MOVE 0 TO WS-RECOR-DESC
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ADIANTAMENTOS
           IF WS-ADI-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ ADIANTAMENTOS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF AD-VENDEDOR-ID = RS-VENDEDOR-ID
                             AND AD-PENDENTE
                          ADD AD-VALOR TO WS-ADIANT-PEND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADIANTAMENTOS
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RECORRENTES
           IF WS-REC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ RECORRENTES
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF RC-VENDEDOR-ID = RS-VENDEDOR-ID
                             AND RC-DESCONTO
                             AND WS-DATA-DESL >= RC-DATA-INI
                             AND WS-DATA-DESL <= RC-DATA-FIM
                          ADD RC-VALOR TO WS-RECOR-DESC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECORRENTES
           END-IF.

      *    INSS (teto na ultima faixa, parte da empresa sobre a mesma
      *    base) e IRRF sobre a base menos o INSS - regra da folha.
       CALCULA-RETENCOES.
           MOVE 0 TO WS-INSS-CALC
           MOVE 0 TO WS-PATRONAL-CALC
           MOVE 0 TO WS-IRRF-CALC
           IF WS-TRIBUTAVEL = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-INS-COUNT > 0
              MOVE WS-TRIBUTAVEL TO WS-BASE-INSS
              IF WS-BASE-INSS > WS-INS-LIMITE(WS-INS-COUNT)
                 MOVE WS-INS-LIMITE(WS-INS-COUNT) TO WS-BASE-INSS
              END-IF
              PERFORM VARYING WS-INS-I FROM 1 BY 1
                    UNTIL WS-INS-I > WS-INS-COUNT
                 IF WS-BASE-INSS <= WS-INS-LIMITE(WS-INS-I)
                    COMPUTE WS-INSS-CALC ROUNDED =
                       (WS-BASE-INSS * WS-INS-ALIQ(WS-INS-I) / 100)
                       - WS-INS-DEDUCAO(WS-INS-I)
                    IF WS-INSS-CALC < 0
                       MOVE 0 TO WS-INSS-CALC
                    END-IF
                    MOVE WS-INS-COUNT TO WS-INS-I
                 END-IF
              END-PERFORM
              COMPUTE WS-PATRONAL-CALC ROUNDED =
                 WS-BASE-INSS * WS-INSS-PATRONAL-PCT / 100
           END-IF
           COMPUTE WS-BASE-IRRF = WS-TRIBUTAVEL - WS-INSS-CALC
           PERFORM VARYING WS-IRT-I FROM 1 BY 1
                 UNTIL WS-IRT-I > WS-IRT-COUNT
              IF WS-BASE-IRRF <= WS-IRT-LIMITE(WS-IRT-I)
                 COMPUTE WS-IRRF-CALC ROUNDED =
                    (WS-BASE-IRRF * WS-IRT-ALIQ(WS-IRT-I) / 100)
                    - WS-IRT-DEDUCAO(WS-IRT-I)
                 IF WS-IRRF-CALC < 0
                    MOVE 0 TO WS-IRRF-CALC
                 END-IF
                 MOVE WS-IRT-COUNT TO WS-IRT-I
              END-IF
           END-PERFORM.

       GRAVA-TERMO.
           MOVE RS-VENDEDOR-ID          TO WS-TT-ID
           MOVE WS-VD-NOME(WS-VEND-IDX) TO WS-TT-NOME
           MOVE RS-DATA-DESLIG          TO WS-TT-DESLIG
           WRITE RESCISAO-TERMO-REC FROM WS-TER-TITULO
           MOVE "MOTIVO:" TO WS-TX-LABEL
           MOVE WS-MOTIVO-DESC TO WS-TX-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-TEXTO
           MOVE "ADMISSAO:" TO WS-TX-LABEL
           MOVE WS-VD-ADMISSAO(WS-VEND-IDX) TO WS-TX-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-TEXTO
           MOVE "SALARIO BASE:" TO WS-TL-LABEL
           MOVE WS-VD-SALARIO(WS-VEND-IDX) TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "MEDIA MENSAL DA COMISSAO:" TO WS-TL-LABEL
           MOVE WS-MEDIA-COMIS TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "DIAS DE SALDO DE SALARIO:" TO WS-TQ-LABEL
           MOVE WS-DIAS-SALDO TO WS-TQ-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
           MOVE "SALDO DE SALARIO:" TO WS-TL-LABEL
           MOVE WS-VLR-SALDO TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "COMISSOES NAO PAGAS:" TO WS-TL-LABEL
           MOVE WS-VLR-COMISSAO TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           IF WS-DIAS-AVISO > 0
              MOVE "DIAS DE AVISO PREVIO:" TO WS-TQ-LABEL
              MOVE WS-DIAS-AVISO TO WS-TQ-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
              MOVE "AVISO PREVIO INDENIZADO:" TO WS-TL-LABEL
              MOVE WS-VLR-AVISO TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           IF DECIMO-QUITADO
              MOVE "13O SALARIO:" TO WS-TX-LABEL
              MOVE "JA QUITADO NO ANO" TO WS-TX-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-TEXTO
           ELSE
              MOVE "AVOS DE 13O SALARIO:" TO WS-TQ-LABEL
              MOVE WS-AVOS-13 TO WS-TQ-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
              MOVE "13O SALARIO PROPORCIONAL:" TO WS-TL-LABEL
              MOVE WS-VALOR-13 TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
              IF WS-PARCELA-1 > 0
                 MOVE "(-) 1A PARCELA JA PAGA:" TO WS-TL-LABEL
                 MOVE WS-PARCELA-1 TO WS-TL-VALOR
                 WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
              END-IF
           END-IF
           IF WS-DIAS-VENCIDAS > 0
              MOVE "DIAS DE FERIAS VENCIDAS:" TO WS-TQ-LABEL
              MOVE WS-DIAS-VENCIDAS TO WS-TQ-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
              IF WS-DIAS-DOBRO > 0
                 MOVE "DIAS EM DOBRO (APOS LIMITE):" TO WS-TQ-LABEL
                 MOVE WS-DIAS-DOBRO TO WS-TQ-VALOR
                 WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
              END-IF
              MOVE "FERIAS VENCIDAS:" TO WS-TL-LABEL
              MOVE WS-VLR-VENCIDAS TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           MOVE "AVOS DE FERIAS PROPORCIONAIS:" TO WS-TQ-LABEL
           MOVE WS-AVOS-FERIAS TO WS-TQ-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-QTD
           MOVE "FERIAS PROPORCIONAIS:" TO WS-TL-LABEL
           MOVE WS-VLR-PROPORC TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "1/3 CONSTITUCIONAL:" TO WS-TL-LABEL
           MOVE WS-VLR-TERCO TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "TOTAL BRUTO:" TO WS-TL-LABEL
           MOVE WS-BRUTO TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "RETENCAO (INSS):" TO WS-TL-LABEL
           MOVE WS-INSS TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "INSS PATRONAL (EMPRESA):" TO WS-TL-LABEL
           MOVE WS-INSS-PATRONAL TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           MOVE "RETENCAO (IRRF):" TO WS-TL-LABEL
           MOVE WS-IRRF TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           IF WS-ADIANT-PEND > 0
              MOVE "ADIANTAMENTOS PENDENTES:" TO WS-TL-LABEL
              MOVE WS-ADIANT-PEND TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           IF WS-RECOR-DESC > 0
              MOVE "DESCONTOS RECORRENTES:" TO WS-TL-LABEL
              MOVE WS-RECOR-DESC TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           IF WS-DESC-AVISO > 0
              MOVE "AVISO PREVIO NAO CUMPRIDO:" TO WS-TL-LABEL
              MOVE WS-DESC-AVISO TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           MOVE "LIQUIDO A RECEBER:" TO WS-TL-LABEL
           MOVE WS-LIQUIDO TO WS-TL-VALOR
           WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           IF WS-SALDO-DEVEDOR > 0
              MOVE "SALDO DEVEDOR DO VENDEDOR:" TO WS-TL-LABEL
              MOVE WS-SALDO-DEVEDOR TO WS-TL-VALOR
              WRITE RESCISAO-TERMO-REC FROM WS-TER-LINHA
           END-IF
           MOVE ALL "-" TO RESCISAO-TERMO-REC
           WRITE RESCISAO-TERMO-REC.

       REGRAVA-RESCISOES.
           OPEN OUTPUT RESCISAO-ARQ
           PERFORM VARYING WS-RES-I FROM 1 BY 1
                 UNTIL WS-RES-I > WS-RES-COUNT
              MOVE WS-RES-LINHA(WS-RES-I) TO RESCISAO-REC
              WRITE RESCISAO-REC
           END-PERFORM
           CLOSE RESCISAO-ARQ.

       COPY "VENDVALP.cpy".

       COPY "DATANEGP.cpy".
