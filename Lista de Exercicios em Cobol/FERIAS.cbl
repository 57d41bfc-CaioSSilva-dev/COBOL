       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Controle de ferias dos vendedores (FERIAS.DAT): a cada
      * execucao abre os periodos aquisitivos que ja comecaram, a
      * partir de VM-DATA-ADMISSAO (12 meses de aquisicao, 12 de
      * concessao ate FE-LIMITE), e atualiza o direito proporcional
      * dos periodos em aquisicao (2,5 dias por mes completo, 30 no
      * periodo fechado). No primeiro registro do vendedor so entram
      * os periodos ainda dentro do prazo concessivo - os anteriores
      * ja foram tratados fora do sistema.
      * Menu: programar o gozo (com ate 10 dias vendidos de abono
      * pecuniario), cancelar uma programacao ainda nao paga,
      * consultar os periodos do vendedor e gerar o relatorio de
      * alerta FERALER.DAT - saldo a programar perto do limite ou
      * com o prazo vencido (ferias em dobro).
      * O pagamento antecipado sai pelo FERIASPG -> FOLHACON ->
      * BANCOREM/CONTABIL. Dias do alerta e antecedencia do
      * pagamento em FERPAR.DAT (60 e 30 dias quando ausente).
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
           SELECT FERIAS-ALERTA ASSIGN TO "FERALER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALE-STATUS.
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

       FD  FERIAS-ALERTA
           RECORD CONTAINS 80 CHARACTERS.
       01  FERIAS-ALERTA-REC        PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-ALE-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-DIAS-ALERTA   PIC 9(3) VALUE 60.
       77  WS-VEND-COUNT    PIC 9(3) VALUE 0.
       77  WS-VEND-ESTOURO  PIC X VALUE "N".
           88 VEND-ESTOUROU        VALUE "Y".
       01  WS-VEND-TABELA.
           05  WS-VEND-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-VEND-COUNT
                              INDEXED BY WS-VEND-IDX.
               10  WS-VD-ID        PIC X(6).
               10  WS-VD-NOME      PIC X(30).
               10  WS-VD-STATUS    PIC X.
               10  WS-VD-ADMISSAO  PIC X(8).
      *    Registro de ferias em memoria, regravado na saida.
       77  WS-FER-COUNT     PIC 9(4) VALUE 0.
       77  WS-FER-ESTOURO   PIC X VALUE "N".
           88 FERIAS-ESTOUROU      VALUE "Y".
       01  WS-FER-TABELA.
           05  WS-FER-LINHA OCCURS 2000 TIMES PIC X(66).
       77  WS-FER-I         PIC 9(4).
       77  WS-FER-POS       PIC 9(4) VALUE 0.
       77  WS-BUSCA-ID      PIC X(6).
       77  WS-ACHOU-VEND    PIC X VALUE "N".
           88 ACHOU-VEND           VALUE "Y".
       77  WS-QTD-NOVOS     PIC 9(4) VALUE 0.
       77  WS-QTD-SEM-ADM   PIC 9(3) VALUE 0.
      *    Aritmetica de datas.
       77  WS-DT-CALC       PIC 9(8).
       77  WS-DT-INT        PIC 9(8).
       77  WS-HOJE-INT      PIC 9(8).
       77  WS-PER-INI       PIC 9(8).
       77  WS-PER-FIM       PIC 9(8).
       77  WS-PER-LIMITE    PIC 9(8).
       77  WS-ULT-FIM       PIC 9(8).
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
       77  WS-MESES         PIC S9(4).
       77  WS-SALDO         PIC S9(3).
       77  WS-SALDO-ED      PIC Z9.
       77  WS-DIAS-PRAZO    PIC S9(5).
       77  WS-GOZO-INI      PIC 9(8).
       77  WS-GOZO-FIM      PIC 9(8).
       77  WS-GOZO-DIAS     PIC 9(2).
       77  WS-ABONO-DIAS    PIC 9(2).
       77  WS-ABONO-MAX     PIC 9(2).
       77  WS-DATA-OK       PIC X VALUE "N".
           88 DATA-OK              VALUE "Y".
       77  WS-QTD-ALERTAS   PIC 9(4) VALUE 0.
       77  WS-QTD-DOBRO     PIC 9(4) VALUE 0.
       01  WS-CONS-LINHA.
           05  WS-CL-INI        PIC 9(8).
           05  FILLER           PIC X VALUE "-".
           05  WS-CL-FIM        PIC 9(8).
           05  FILLER           PIC X(8) VALUE " LIMITE ".
           05  WS-CL-LIMITE     PIC 9(8).
           05  FILLER           PIC X(9) VALUE " DIREITO ".
           05  WS-CL-DIREITO    PIC Z9.
           05  FILLER           PIC X(7) VALUE " GOZOU ".
           05  WS-CL-GOZADOS    PIC Z9.
           05  FILLER           PIC X(8) VALUE " VENDEU ".
           05  WS-CL-VENDIDOS   PIC Z9.
           05  FILLER           PIC X(6) VALUE " SIT: ".
           05  WS-CL-SITUACAO   PIC X.
       01  WS-ALE-LINHA.
           05  WS-AL-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-NOME       PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-INI        PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-LIMITE     PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-SALDO      PIC Z9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-MSG        PIC X(31).
       01  WS-ALE-MSG-PRAZO.
           05  FILLER           PIC X(9) VALUE "VENCE EM ".
           05  WS-AM-DIAS       PIC ZZ9.
           05  FILLER           PIC X(19) VALUE " DIAS - PROGRAMAR".
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           COMPUTE WS-HOJE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-VENDEDORES
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDMAST.DAT NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-REGISTRO
           IF VEND-ESTOUROU OR FERIAS-ESTOUROU
              DISPLAY "VENDMAST.DAT OU FERIAS.DAT MAIOR QUE A TABELA - "
                 "CONTROLE DE FERIAS RECUSADO PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ATUALIZA-PERIODOS
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== FERIAS DOS VENDEDORES ====="
              DISPLAY "(1) PROGRAMAR FERIAS"
              DISPLAY "(2) CANCELAR PROGRAMACAO"
              DISPLAY "(3) CONSULTAR PERIODOS"
              DISPLAY "(4) RELATORIO DE ALERTA"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM PROGRAMA-FERIAS
                 WHEN 2 PERFORM CANCELA-PROGRAMACAO
                 WHEN 3 PERFORM CONSULTA-PERIODOS
                 WHEN 4 PERFORM GERA-ALERTA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           PERFORM REGRAVA-REGISTRO
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT FERIAS-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "FERPAR.DAT NAO ENCONTRADO - ALERTA COM 60 DIAS "
                 "DO LIMITE"
              EXIT PARAGRAPH
           END-IF
           READ FERIAS-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF FP-DIAS-ALERTA IS NUMERIC
                    MOVE FP-DIAS-ALERTA TO WS-DIAS-ALERTA
                 END-IF
           END-READ
           CLOSE FERIAS-PARAMETRO.

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
                       MOVE VM-STATUS
                          TO WS-VD-STATUS(WS-VEND-COUNT)
                       MOVE VM-DATA-ADMISSAO
                          TO WS-VD-ADMISSAO(WS-VEND-COUNT)
                    ELSE
                       MOVE "Y" TO WS-VEND-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER.

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

      *    Desligado nao abre periodo novo - o saldo que ficou e
      *    acertado na rescisao.
       ATUALIZA-PERIODOS.
           MOVE 0 TO WS-QTD-NOVOS
           MOVE 0 TO WS-QTD-SEM-ADM
           PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                 UNTIL WS-VEND-IDX > WS-VEND-COUNT
              IF WS-VD-STATUS(WS-VEND-IDX) NOT = "D"
                 IF WS-VD-ADMISSAO(WS-VEND-IDX) IS NUMERIC
                    PERFORM ABRE-PERIODOS-VENDEDOR
                 ELSE
                    ADD 1 TO WS-QTD-SEM-ADM
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF FE-EM-AQUISICAO
                 PERFORM ATUALIZA-DIREITO
                 MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-I)
              END-IF
           END-PERFORM
           IF WS-QTD-NOVOS > 0
              DISPLAY WS-QTD-NOVOS " PERIODO(S) AQUISITIVO(S) "
                 "ABERTO(S)"
           END-IF
           IF WS-QTD-SEM-ADM > 0
              DISPLAY WS-QTD-SEM-ADM " VENDEDOR(ES) SEM DATA DE "
                 "ADMISSAO - SEM CONTROLE DE FERIAS (VER VENDMNT)"
           END-IF.

       ABRE-PERIODOS-VENDEDOR.
           MOVE 0 TO WS-ULT-FIM
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF FE-VENDEDOR-ID = WS-VD-ID(WS-VEND-IDX)
                    AND FE-AQUIS-FIM > WS-ULT-FIM
                 MOVE FE-AQUIS-FIM TO WS-ULT-FIM
              END-IF
           END-PERFORM
           IF WS-ULT-FIM = 0
              MOVE WS-VD-ADMISSAO(WS-VEND-IDX) TO WS-PER-INI
              PERFORM CALCULA-FIM-LIMITE
              PERFORM UNTIL WS-PER-LIMITE >= WS-DATA-NEGOCIO
                 MOVE WS-PER-FIM TO WS-DT-CALC
                 PERFORM PROXIMO-DIA
                 MOVE WS-DT-CALC TO WS-PER-INI
                 PERFORM CALCULA-FIM-LIMITE
              END-PERFORM
           ELSE
              MOVE WS-ULT-FIM TO WS-DT-CALC
              PERFORM PROXIMO-DIA
              MOVE WS-DT-CALC TO WS-PER-INI
              PERFORM CALCULA-FIM-LIMITE
           END-IF
           PERFORM UNTIL WS-PER-INI > WS-DATA-NEGOCIO
                 OR FERIAS-ESTOUROU
              IF WS-FER-COUNT < 2000
                 MOVE SPACES TO FERIAS-REC
                 MOVE WS-VD-ID(WS-VEND-IDX) TO FE-VENDEDOR-ID
                 MOVE WS-PER-INI    TO FE-AQUIS-INI
                 MOVE WS-PER-FIM    TO FE-AQUIS-FIM
                 MOVE WS-PER-LIMITE TO FE-LIMITE
                 MOVE 0 TO FE-DIAS-DIREITO
                 MOVE 0 TO FE-DIAS-GOZADOS
                 MOVE 0 TO FE-DIAS-VENDIDOS
                 SET FE-EM-AQUISICAO TO TRUE
                 MOVE 0 TO FE-GOZO-INI
                 MOVE 0 TO FE-GOZO-DIAS
                 MOVE 0 TO FE-ABONO-DIAS
                 MOVE 0 TO FE-VALOR-BRUTO
                 MOVE 0 TO FE-DATA-PGTO
                 ADD 1 TO WS-FER-COUNT
                 MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-COUNT)
                 ADD 1 TO WS-QTD-NOVOS
              ELSE
                 DISPLAY "FERIAS.DAT CHEIO - PERIODO DE "
                    WS-VD-ID(WS-VEND-IDX) " NAO ABERTO"
                 MOVE 8 TO RETURN-CODE
                 MOVE "Y" TO WS-FER-ESTOURO
              END-IF
              MOVE WS-PER-FIM TO WS-DT-CALC
              PERFORM PROXIMO-DIA
              MOVE WS-DT-CALC TO WS-PER-INI
              PERFORM CALCULA-FIM-LIMITE
           END-PERFORM
           MOVE "N" TO WS-FER-ESTOURO.

      *    Periodo fechado: 30 dias; em aquisicao: 2,5 por mes
      *    completo desde o inicio (so informativo - o gozo exige o
      *    periodo fechado).
       ATUALIZA-DIREITO.
           IF FE-AQUIS-FIM < WS-DATA-NEGOCIO
              MOVE 30 TO FE-DIAS-DIREITO
              SET FE-VENCIDO TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE FE-AQUIS-INI TO WS-DATA-A
           MOVE WS-DATA-NEGOCIO TO WS-DATA-B
           COMPUTE WS-MESES = (WS-DB-ANO - WS-DA-ANO) * 12
              + WS-DB-MES - WS-DA-MES
           IF WS-DB-DIA < WS-DA-DIA
              SUBTRACT 1 FROM WS-MESES
           END-IF
           IF WS-MESES < 0
              MOVE 0 TO WS-MESES
           END-IF
           COMPUTE FE-DIAS-DIREITO = WS-MESES * 5 / 2.

      *    Fim = vespera do aniversario; limite = um ano depois do fim.
       CALCULA-FIM-LIMITE.
           MOVE WS-PER-INI TO WS-DT-CALC
           PERFORM SOMA-UM-ANO
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-CALC) - 1
           COMPUTE WS-PER-FIM = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           MOVE WS-PER-FIM TO WS-DT-CALC
           PERFORM SOMA-UM-ANO
           MOVE WS-DT-CALC TO WS-PER-LIMITE.

      *    29/02 + 1 ano cai em 28/02.
       SOMA-UM-ANO.
           ADD 10000 TO WS-DT-CALC
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-CALC) NOT = 0
              SUBTRACT 1 FROM WS-DT-CALC
           END-IF.

       PROXIMO-DIA.
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-CALC) + 1
           COMPUTE WS-DT-CALC = FUNCTION DATE-OF-INTEGER(WS-DT-INT).

       BUSCA-VENDEDOR.
           DISPLAY "ID DO VENDEDOR: "
           ACCEPT WS-BUSCA-ID
           MOVE "N" TO WS-ACHOU-VEND
           IF WS-VEND-COUNT > 0
              SET WS-VEND-IDX TO 1
              SEARCH WS-VEND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VD-ID(WS-VEND-IDX) = WS-BUSCA-ID
                    MOVE "Y" TO WS-ACHOU-VEND
              END-SEARCH
           END-IF
           IF NOT ACHOU-VEND
              DISPLAY "VENDEDOR NAO ENCONTRADO"
           END-IF.

      *    Programa sempre o periodo mais antigo com saldo - um
      *    periodo de cada vez, e so depois de terminado o gozo
      *    anterior ja pago.
       PROGRAMA-FERIAS.
           PERFORM BUSCA-VENDEDOR
           IF NOT ACHOU-VEND
              EXIT PARAGRAPH
           END-IF
           IF WS-VD-STATUS(WS-VEND-IDX) = "D"
              DISPLAY "VENDEDOR DESLIGADO - SALDO VAI PARA A RESCISAO"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FER-POS
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT OR WS-FER-POS > 0
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              COMPUTE WS-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS
                 - FE-DIAS-VENDIDOS
              IF FE-VENDEDOR-ID = WS-BUSCA-ID
                    AND NOT FE-EM-AQUISICAO
                    AND (WS-SALDO > 0 OR FE-PROGRAMADO)
                 MOVE WS-FER-I TO WS-FER-POS
              END-IF
           END-PERFORM
           IF WS-FER-POS = 0
              DISPLAY "NENHUM PERIODO AQUISITIVO FECHADO COM SALDO"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FER-LINHA(WS-FER-POS) TO FERIAS-REC
           IF FE-PROGRAMADO
              DISPLAY "JA HA FERIAS PROGRAMADAS A PAGAR A PARTIR DE "
                 FE-GOZO-INI " - CANCELE ANTES DE REPROGRAMAR"
              EXIT PARAGRAPH
           END-IF
           IF FE-PAGO
              MOVE FE-GOZO-INI TO WS-DT-CALC
              PERFORM CALCULA-FIM-GOZO
              IF WS-GOZO-FIM >= WS-DATA-NEGOCIO
                 DISPLAY "GOZO ANTERIOR EM ANDAMENTO ATE " WS-GOZO-FIM
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY "PERIODO " FE-AQUIS-INI " A " FE-AQUIS-FIM
              " - LIMITE " FE-LIMITE " - SALDO " WS-SALDO-ED " DIAS"
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL DATA-OK
              DISPLAY "INICIO DO GOZO (AAAAMMDD): "
              ACCEPT WS-GOZO-INI
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOZO-INI) NOT = 0
                 DISPLAY "DATA INVALIDA"
              ELSE
                 IF WS-GOZO-INI <= WS-DATA-NEGOCIO
                    DISPLAY "O GOZO DEVE COMECAR DEPOIS DE "
                       WS-DATA-NEGOCIO
                 ELSE
                    MOVE "Y" TO WS-DATA-OK
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WS-ABONO-DIAS
           IF WS-SALDO > 5
              COMPUTE WS-ABONO-MAX = WS-SALDO - 5
              IF WS-ABONO-MAX > 10
                 MOVE 10 TO WS-ABONO-MAX
              END-IF
              MOVE 0 TO WS-NUM-MIN
              MOVE WS-ABONO-MAX TO WS-NUM-MAX
              MOVE "DIAS VENDIDOS (ABONO PECUNIARIO): "
                 TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-ABONO-DIAS
           END-IF
           IF WS-SALDO - WS-ABONO-DIAS < 5
              MOVE WS-SALDO TO WS-NUM-MIN
           ELSE
              MOVE 5 TO WS-NUM-MIN
           END-IF
           COMPUTE WS-NUM-MAX = WS-SALDO - WS-ABONO-DIAS
           MOVE "DIAS DE GOZO: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-GOZO-DIAS
           MOVE WS-GOZO-INI TO WS-DT-CALC
           MOVE WS-GOZO-DIAS TO FE-GOZO-DIAS
           PERFORM CALCULA-FIM-GOZO
           IF WS-GOZO-FIM > FE-LIMITE
              DISPLAY "ATENCAO: GOZO ATE " WS-GOZO-FIM
                 " PASSA DO LIMITE " FE-LIMITE
                 " - DIAS EXCEDENTES PAGOS EM DOBRO"
           END-IF
           ADD WS-GOZO-DIAS  TO FE-DIAS-GOZADOS
           ADD WS-ABONO-DIAS TO FE-DIAS-VENDIDOS
           MOVE WS-GOZO-INI   TO FE-GOZO-INI
           MOVE WS-GOZO-DIAS  TO FE-GOZO-DIAS
           MOVE WS-ABONO-DIAS TO FE-ABONO-DIAS
           MOVE 0 TO FE-VALOR-BRUTO
           MOVE 0 TO FE-DATA-PGTO
           SET FE-PROGRAMADO TO TRUE
           MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-POS)
           DISPLAY "FERIAS PROGRAMADAS: " WS-GOZO-INI " A "
              WS-GOZO-FIM " (" WS-GOZO-DIAS " DIAS, "
              WS-ABONO-DIAS " VENDIDOS) - PAGAMENTO PELO FERIASPG".

      *    WS-DT-CALC = inicio, FE-GOZO-DIAS = dias.
       CALCULA-FIM-GOZO.
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-CALC)
              + FE-GOZO-DIAS - 1
           COMPUTE WS-GOZO-FIM = FUNCTION DATE-OF-INTEGER(WS-DT-INT).

       CANCELA-PROGRAMACAO.
           PERFORM BUSCA-VENDEDOR
           IF NOT ACHOU-VEND
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FER-POS
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT OR WS-FER-POS > 0
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF FE-VENDEDOR-ID = WS-BUSCA-ID AND FE-PROGRAMADO
                 MOVE WS-FER-I TO WS-FER-POS
              END-IF
           END-PERFORM
           IF WS-FER-POS = 0
              DISPLAY "NENHUMA PROGRAMACAO A PAGAR PARA O VENDEDOR "
                 "(FERIAS JA PAGAS NAO SAO CANCELADAS AQUI)"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FER-LINHA(WS-FER-POS) TO FERIAS-REC
           SUBTRACT FE-GOZO-DIAS  FROM FE-DIAS-GOZADOS
           SUBTRACT FE-ABONO-DIAS FROM FE-DIAS-VENDIDOS
           DISPLAY "PROGRAMACAO DE " FE-GOZO-INI " CANCELADA"
           IF FE-DATA-PGTO > 0
              DISPLAY "ATENCAO: O GOZO ESTA NA PREVIA DO FERIASPG DE "
                 FE-DATA-PGTO " - REFACA A PREVIA ANTES DE LIBERAR"
           END-IF
           MOVE 0 TO FE-VALOR-BRUTO
           MOVE 0 TO FE-DATA-PGTO
           MOVE 0 TO FE-GOZO-INI
           MOVE 0 TO FE-GOZO-DIAS
           MOVE 0 TO FE-ABONO-DIAS
           SET FE-VENCIDO TO TRUE
           MOVE FERIAS-REC TO WS-FER-LINHA(WS-FER-POS).

       CONSULTA-PERIODOS.
           PERFORM BUSCA-VENDEDOR
           IF NOT ACHOU-VEND
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-VD-ID(WS-VEND-IDX) " " WS-VD-NOME(WS-VEND-IDX)
              " ADMISSAO " WS-VD-ADMISSAO(WS-VEND-IDX)
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF FE-VENDEDOR-ID = WS-BUSCA-ID
                 MOVE FE-AQUIS-INI     TO WS-CL-INI
                 MOVE FE-AQUIS-FIM     TO WS-CL-FIM
                 MOVE FE-LIMITE        TO WS-CL-LIMITE
                 MOVE FE-DIAS-DIREITO  TO WS-CL-DIREITO
                 MOVE FE-DIAS-GOZADOS  TO WS-CL-GOZADOS
                 MOVE FE-DIAS-VENDIDOS TO WS-CL-VENDIDOS
                 MOVE FE-SITUACAO      TO WS-CL-SITUACAO
                 DISPLAY WS-CONS-LINHA
                 IF FE-PROGRAMADO OR FE-PAGO
                    DISPLAY "   GOZO A PARTIR DE " FE-GOZO-INI " "
                       FE-GOZO-DIAS " DIAS, " FE-ABONO-DIAS
                       " VENDIDOS"
                 END-IF
              END-IF
           END-PERFORM.

      *    Saldo nao programado perto do limite ou ja vencido, e
      *    programacao que passa do limite (dias em dobro).
       GERA-ALERTA.
           MOVE 0 TO WS-QTD-ALERTAS
           MOVE 0 TO WS-QTD-DOBRO
           OPEN OUTPUT FERIAS-ALERTA
           MOVE SPACES TO FERIAS-ALERTA-REC
           STRING "===== ALERTA DE FERIAS - " WS-DATA-NEGOCIO
              " - LIMITE EM " WS-DIAS-ALERTA " DIAS ====="
              DELIMITED BY SIZE INTO FERIAS-ALERTA-REC
           WRITE FERIAS-ALERTA-REC
           MOVE "VEND.  NOME                 PERIODO  LIMITE   SD"
              TO FERIAS-ALERTA-REC
           WRITE FERIAS-ALERTA-REC
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              IF NOT FE-EM-AQUISICAO
                 PERFORM VERIFICA-ALERTA
              END-IF
           END-PERFORM
           MOVE SPACES TO FERIAS-ALERTA-REC
           WRITE FERIAS-ALERTA-REC
           STRING "PERIODOS EM ALERTA: " WS-QTD-ALERTAS
              "   COM PAGAMENTO EM DOBRO: " WS-QTD-DOBRO
              DELIMITED BY SIZE INTO FERIAS-ALERTA-REC
           WRITE FERIAS-ALERTA-REC
           CLOSE FERIAS-ALERTA
           DISPLAY WS-QTD-ALERTAS " PERIODO(S) EM ALERTA, "
              WS-QTD-DOBRO " EM DOBRO - VER FERALER.DAT".

      *    Desligado fora do alerta: o saldo vai para a rescisao.
       VERIFICA-ALERTA.
           MOVE SPACES TO WS-AL-NOME
           SET WS-VEND-IDX TO 1
           SEARCH WS-VEND-ENTRY
              AT END
                 CONTINUE
              WHEN WS-VD-ID(WS-VEND-IDX) = FE-VENDEDOR-ID
                 IF WS-VD-STATUS(WS-VEND-IDX) = "D"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-VD-NOME(WS-VEND-IDX) TO WS-AL-NOME
           END-SEARCH
           COMPUTE WS-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS
              - FE-DIAS-VENDIDOS
           COMPUTE WS-DIAS-PRAZO =
              FUNCTION INTEGER-OF-DATE(FE-LIMITE) - WS-HOJE-INT
           MOVE SPACES TO WS-AL-MSG
           IF FE-PROGRAMADO
              MOVE FE-GOZO-INI TO WS-DT-CALC
              PERFORM CALCULA-FIM-GOZO
              IF WS-GOZO-FIM > FE-LIMITE
                 MOVE "PROGRAMADO APOS O LIMITE - DOBRO"
                    TO WS-AL-MSG
                 ADD 1 TO WS-QTD-DOBRO
              END-IF
           END-IF
           IF WS-AL-MSG = SPACES AND WS-SALDO > 0
              IF WS-DIAS-PRAZO < 0
                 MOVE "PRAZO VENCIDO - FERIAS EM DOBRO" TO WS-AL-MSG
                 ADD 1 TO WS-QTD-DOBRO
              ELSE
                 IF WS-DIAS-PRAZO <= WS-DIAS-ALERTA
                    MOVE WS-DIAS-PRAZO TO WS-AM-DIAS
                    MOVE WS-ALE-MSG-PRAZO TO WS-AL-MSG
                 END-IF
              END-IF
           END-IF
           IF WS-AL-MSG = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ALERTAS
           MOVE FE-VENDEDOR-ID TO WS-AL-ID
           MOVE FE-AQUIS-INI TO WS-AL-INI
           MOVE FE-LIMITE    TO WS-AL-LIMITE
           IF WS-SALDO > 0
              MOVE WS-SALDO TO WS-AL-SALDO
           ELSE
              MOVE 0 TO WS-AL-SALDO
           END-IF
           WRITE FERIAS-ALERTA-REC FROM WS-ALE-LINHA.

       REGRAVA-REGISTRO.
           OPEN OUTPUT FERIAS-REGISTRO
           PERFORM VARYING WS-FER-I FROM 1 BY 1
                 UNTIL WS-FER-I > WS-FER-COUNT
              MOVE WS-FER-LINHA(WS-FER-I) TO FERIAS-REC
              WRITE FERIAS-REC
           END-PERFORM
           CLOSE FERIAS-REGISTRO.

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".
