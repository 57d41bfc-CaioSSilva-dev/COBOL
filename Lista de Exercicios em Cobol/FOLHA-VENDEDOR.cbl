       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PAYROLL-TRIAL ASSIGN TO "PAYTRIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT YTD-COMMISSION ASSIGN TO "COMISYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT PRODUTO-VENDIDO ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVND-STATUS.
           SELECT IR-TABELA ASSIGN TO "IRTABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRT-STATUS.
           SELECT ADIANTAMENTOS ASSIGN TO "ADIANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADI-STATUS.
           SELECT FERIAS-REGISTRO ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
      *    FERIADOS divide o WS-FER-STATUS com o FERIAS.DAT - o
      *    calendario so e lido depois do FERIAS.DAT fechado.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VEICULO-MASTER.
      *    modo por transacoes, em que a baixa vem de VENDAS.DAT) -
      *    a previa em si nao tem efeito colateral nenhum.
       FD  PAYROLL-TRIAL
           RECORD CONTAINS 97 CHARACTERS.
       01  PAYROLL-TRIAL-REC.
           05  PT-VENDEDOR-ID       PIC X(6).
           05  PT-VENDEDOR-NOME     PIC X(30).
      *    IRRF da previa, acrescentado ao final - o contabil credita
      *    imposto retido so com IRRF (em branco = registro antigo).
           05  PT-IRRF              PIC 9(7)V99.
      *    Tipo da previa: branco = folha do mes; "1"/"2" = parcela
      *    do 13o salario gerada pelo DECIMO; "F" = ferias pagas
      *    antecipadas pelo FERIASPG; "R" = rescisao do RESCISAO.
           05  PT-TIPO-FOLHA        PIC X.
               88  PT-FOLHA-MENSAL        VALUE SPACE.
               88  PT-DECIMO-TERCEIRO     VALUES "1", "2".
               88  PT-FERIAS              VALUE "F".
               88  PT-RESCISAO            VALUE "R".

      *    FC-INSS e FC-INSS-PATRONAL acrescentados ao final com a
      *    contribuicao previdenciaria - registros antigos de 24
      *    posicoes continuam legiveis (INSS em branco = zero).
       FD  FOLHA-CONFIRMADA
           RECORD CONTAINS 60 CHARACTERS.
       01  FOLHA-CONFIRMADA-REC.
           05  FC-VENDEDOR-ID       PIC X(6).
           05  FC-BRUTO             PIC 9(7)V99.
      *    dos outros descontos (recorrentes/adiantamentos) na
      *    contabilizacao. Em branco = registro antigo.
           05  FC-IRRF              PIC 9(7)V99.
      *    FC-FGTS: deposito do FGTS (8% do bruto) calculado na
      *    liberacao. Em branco = registro antigo.
           05  FC-FGTS              PIC 9(7)V99.

       FD  VARIANCIA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCIA-REPORT-REC     PIC X(80).

       FD  EXCLUIDOS-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  PRODUTO-VENDIDO
           RECORD CONTAINS 174 CHARACTERS.
       COPY "PRODVREC.cpy".

      *    Tabela de contribuicao do INSS no mesmo molde da tabela de
      *    IR: limite, aliquota em percentual e parcela a deduzir. O
      *    limite da ULTIMA faixa e o teto de contribuicao - salario
       FD  ADIANTAMENTOS.
       COPY "ADIANREC.cpy".

       FD  FERIAS-REGISTRO
           RECORD CONTAINS 66 CHARACTERS.
       COPY "FERIASREC.cpy".

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).
           05  WS-VAR-ANTES     PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VAR-AGORA     PIC ZZZ,ZZ9.99.
           05  WS-VAR-DSR-ROT   PIC X(5).
           05  WS-VAR-DSR       PIC ZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VAR-MSG       PIC X(36).
       77  WS-VENDEDOR-ID-ATUAL PIC X(6).
       77  WS-COMISSAO-VENDA    PIC 9(7)V99.
       77  WS-YTD-STATUS        PIC XX VALUE SPACES.
               10  WS-VND-SIT       PIC X.
               10  WS-VND-VEND2     PIC X(6).
               10  WS-VND-PCT2      PIC 9(3).
               10  WS-VND-NF        PIC 9(6).
       77  WS-USA-TRANSACOES PIC X VALUE "N".
           88 USA-TRANSACOES        VALUE "Y".
       77  WS-VENDAS-ESTOURO PIC X VALUE "N".
           88 VENDAS-ESTOURARAM     VALUE "Y".
       77  WS-SNAP-STATUS    PIC XX VALUE SPACES.
       77  WS-VND-I          PIC 9(4).
      *    Garantia estendida / seguro vendido com o carro: comissao
      *    propria do produto (PRODVEND.DAT), paga so enquanto a nota
      *    estiver viva e nao cancelada em VENDAS.DAT, sem faixa.
       77  WS-PVND-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-PVND       PIC X VALUE "N".
           88 EOF-PVND              VALUE "Y".
       77  WS-PVND-COUNT     PIC 9(4) VALUE 0.
       01  WS-PVND-TABELA.
           05  WS-PVND-ENTRY OCCURS 2000 TIMES.
               10  WS-PVT-NF        PIC 9(6).
               10  WS-PVT-VENDEDOR  PIC X(6).
               10  WS-PVT-COMISSAO  PIC 9(6)V99.
       77  WS-PVND-ESTOURO   PIC X VALUE "N".
           88 PVND-ESTOUROU         VALUE "Y".
       77  WS-PVND-I         PIC 9(4).
       77  WS-PVND-NF-VIVA   PIC X VALUE "N".
           88 PVND-NF-VIVA          VALUE "Y".
       77  WS-COMISSAO-PRODUTOS PIC 9(7)V99 VALUE 0.
       77  NUM-CARRO-BAIXA   PIC 9(3) VALUE 0.
       77  WS-IRT-STATUS     PIC XX VALUE SPACES.
       77  WS-CCH-STATUS     PIC XX VALUE SPACES.
       77  WS-BASE-INSS      PIC 9(7)V99 VALUE 0.
      *    Parte da empresa sobre a mesma base contributiva.
       78  WS-INSS-PATRONAL-PCT VALUE 20.
      *    Deposito do FGTS da empresa sobre o bruto.
       78  WS-FGTS-PCT       VALUE 8.
       77  WS-FGTS-DEPOSITO  PIC 9(7)V99 VALUE 0.
       77  WS-TOT-INSS-PATR  PIC 9(9)V99 VALUE 0.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-REC-STATUS     PIC XX VALUE SPACES.
       77  WS-RECOR-PROV     PIC 9(6)V99 VALUE 0.
       77  WS-RECOR-DESC     PIC 9(6)V99 VALUE 0.
       77  WS-ADIANT-PEND    PIC 9(6)V99 VALUE 0.
      *    Gozos de ferias ja pagos (FERIAS.DAT situacao G): os dias
      *    que caem no mes saem do salario base - foram pagos
      *    antecipados pelo FERIASPG.
       77  WS-FER-STATUS     PIC XX VALUE SPACES.
       77  WS-FIL-STATUS     PIC XX VALUE SPACES.
       77  WS-FGZ-COUNT      PIC 9(3) VALUE 0.
       01  WS-FGZ-TABELA.
           05  WS-FGZ-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-FGZ-COUNT.
               10  WS-FGZ-ID       PIC X(6).
               10  WS-FGZ-INI      PIC 9(8).
               10  WS-FGZ-DIAS     PIC 9(2).
       77  WS-FGZ-I          PIC 9(3).
       77  WS-MES-INI-INT    PIC 9(8).
       77  WS-MES-FIM-INT    PIC 9(8).
       77  WS-GOZO-INI-INT   PIC 9(8).
       77  WS-GOZO-FIM-INT   PIC 9(8).
       77  WS-FERIAS-DIAS-MES PIC 9(2) VALUE 0.
       77  WS-FERIAS-DESC    PIC 9(4)V99 VALUE 0.
      *    Descanso semanal remunerado sobre as comissoes do mes:
      *    comissoes / dias uteis x (domingos + feriados), pelo
      *    calendario do FERIADOS.DAT. Sabado sem feriado e dia util.
       77  WS-DSR-UTEIS      PIC 9(2) VALUE 0.
       77  WS-DSR-DESCANSOS  PIC 9(2) VALUE 0.
       77  WS-DSR-INT        PIC 9(8).
       77  WS-DSR-FERIADO    PIC X VALUE "N".
           88 DSR-FERIADO           VALUE "Y".
       77  WS-DSR            PIC 9(6)V99 VALUE 0.
       01  WS-MES-DATA       PIC 9(8).
       01  WS-MES-DATA-R REDEFINES WS-MES-DATA.
           05  WS-MD-ANO         PIC 9(4).
           05  WS-MD-MES         PIC 9(2).
           05  WS-MD-DIA         PIC 9(2).
       77  WS-IRV-STATUS     PIC XX VALUE SPACES.
       77  WS-EOF-IRV        PIC X VALUE "N".
           88 EOF-IRV               VALUE "Y".
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "VENDVAL.cpy".
       COPY "DIAUTIL.cpy".
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           PERFORM CARREGA-FAIXAS-COMISSAO
           PERFORM CARREGA-RECORRENTES
           PERFORM CARREGA-ADIANTAMENTOS
           PERFORM CARREGA-FERIAS-GOZO
           PERFORM CONTA-DIAS-DSR
           IF WS-MODO = 2
              PERFORM PROCESSA-LOTE
           ELSE
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO VENDA-V
           PERFORM CALCULA-SALARIO-FINAL
           PERFORM CALCULA-DSR
           PERFORM CALCULA-RETENCAO
           PERFORM ATUALIZA-YTD-VENDEDOR
           DISPLAY "DSR SOBRE COMISSOES: " WS-DSR
           DISPLAY "SALARIO FINAL: " R
           DISPLAY "RETENCAO (INSS): " WS-INSS
           DISPLAY "RETENCAO (IRRF): " WS-IRRF
              CLOSE ADIANTAMENTOS
           END-IF.

      *    Limites do mes da data de negocio em dias corridos, para
      *    cruzar com o gozo de cada ferias paga.
       CARREGA-FERIAS-GOZO.
           MOVE 0 TO WS-FGZ-COUNT
           MOVE WS-DATA-NEGOCIO TO WS-MES-DATA
           MOVE 1 TO WS-MD-DIA
           COMPUTE WS-MES-INI-INT =
              FUNCTION INTEGER-OF-DATE(WS-MES-DATA)
           IF WS-MD-MES = 12
              ADD 1 TO WS-MD-ANO
              MOVE 1 TO WS-MD-MES
           ELSE
              ADD 1 TO WS-MD-MES
           END-IF
           COMPUTE WS-MES-FIM-INT =
              FUNCTION INTEGER-OF-DATE(WS-MES-DATA) - 1
           MOVE "N" TO WS-EOF-REC
           OPEN INPUT FERIAS-REGISTRO
           IF WS-FER-STATUS NOT = "35"
              PERFORM UNTIL EOF-REC
                 READ FERIAS-REGISTRO
                    AT END
                       MOVE "Y" TO WS-EOF-REC
                    NOT AT END
                       IF FE-PAGO AND FE-GOZO-DIAS > 0
                             AND WS-FGZ-COUNT < 200
                          ADD 1 TO WS-FGZ-COUNT
                          MOVE FE-VENDEDOR-ID
                             TO WS-FGZ-ID(WS-FGZ-COUNT)
                          MOVE FE-GOZO-INI
                             TO WS-FGZ-INI(WS-FGZ-COUNT)
                          MOVE FE-GOZO-DIAS
                             TO WS-FGZ-DIAS(WS-FGZ-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FERIAS-REGISTRO
           END-IF.

      *    Dias uteis e de descanso do mes da data de negocio, uma
      *    vez por rodada - domingo e feriado descansam, sabado so
      *    quando e feriado.
       CONTA-DIAS-DSR.
           MOVE 0 TO WS-DSR-UTEIS
           MOVE 0 TO WS-DSR-DESCANSOS
           PERFORM VARYING WS-DSR-INT FROM WS-MES-INI-INT BY 1
                 UNTIL WS-DSR-INT > WS-MES-FIM-INT
              COMPUTE WS-DU-DATA = FUNCTION DATE-OF-INTEGER(WS-DSR-INT)
              PERFORM VERIFICA-DIA-UTIL
              EVALUATE TRUE
                 WHEN DIA-UTIL
                    ADD 1 TO WS-DSR-UTEIS
                 WHEN WS-DU-RESTO = 6
                    MOVE "N" TO WS-DSR-FERIADO
                    PERFORM VARYING WS-DU-I FROM 1 BY 1
                          UNTIL WS-DU-I > WS-DU-COUNT
                       IF WS-DU-FERIADO(WS-DU-I) = WS-DU-DATA
                          MOVE "Y" TO WS-DSR-FERIADO
                       END-IF
                    END-PERFORM
                    IF DSR-FERIADO
                       ADD 1 TO WS-DSR-DESCANSOS
                    ELSE
                       ADD 1 TO WS-DSR-UTEIS
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-DSR-DESCANSOS
              END-EVALUATE
           END-PERFORM.

      *    O DSR entra no bruto - base do INSS, do IRRF e do FGTS -
      *    mas nao na comissao acumulada do ano.
       CALCULA-DSR.
           MOVE 0 TO WS-DSR
           IF WS-DSR-UTEIS = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DSR ROUNDED =
              (WS-COMISSAO-VENDA + WS-COMISSAO-PRODUTOS)
              * WS-DSR-DESCANSOS / WS-DSR-UTEIS
           ADD WS-DSR TO R.

       DESCONTA-DIAS-FERIAS.
           MOVE 0 TO WS-FERIAS-DIAS-MES
           MOVE 0 TO WS-FERIAS-DESC
           PERFORM VARYING WS-FGZ-I FROM 1 BY 1
                 UNTIL WS-FGZ-I > WS-FGZ-COUNT
              IF WS-FGZ-ID(WS-FGZ-I) = WS-VENDEDOR-ID-ATUAL
                 COMPUTE WS-GOZO-INI-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FGZ-INI(WS-FGZ-I))
                 COMPUTE WS-GOZO-FIM-INT = WS-GOZO-INI-INT
                    + WS-FGZ-DIAS(WS-FGZ-I) - 1
                 IF WS-GOZO-INI-INT < WS-MES-INI-INT
                    MOVE WS-MES-INI-INT TO WS-GOZO-INI-INT
                 END-IF
                 IF WS-GOZO-FIM-INT > WS-MES-FIM-INT
                    MOVE WS-MES-FIM-INT TO WS-GOZO-FIM-INT
                 END-IF
                 IF WS-GOZO-FIM-INT >= WS-GOZO-INI-INT
                    COMPUTE WS-FERIAS-DIAS-MES = WS-FERIAS-DIAS-MES
                       + WS-GOZO-FIM-INT - WS-GOZO-INI-INT + 1
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FERIAS-DIAS-MES = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-FERIAS-DIAS-MES > 30
              MOVE 30 TO WS-FERIAS-DIAS-MES
           END-IF
           COMPUTE WS-FERIAS-DESC ROUNDED =
              SALARIO * WS-FERIAS-DIAS-MES / 30
           SUBTRACT WS-FERIAS-DESC FROM SALARIO.

      *    Proventos recorrentes vigentes entram no bruto antes da
      *    retencao; descontos recorrentes e adiantamentos pendentes
      *    saem do liquido depois dela - sem AJUSTES digitado na mao.
           MOVE "SALARIO BASE:"        TO WS-CCH-LABEL
           MOVE SALARIO               TO WS-CCH-VALOR
           WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           IF WS-FERIAS-DESC > 0
              MOVE SPACES TO WS-CCH-LINHA
              MOVE "FERIAS JA PAGAS NO MES:" TO WS-CCH-LABEL
              MOVE WS-FERIAS-DESC        TO WS-CCH-VALOR
              WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           END-IF
           MOVE SPACES TO WS-CCH-LINHA
           MOVE "COMISSAO:"            TO WS-CCH-LABEL
           MOVE WS-COMISSAO-VENDA     TO WS-CCH-VALOR
           WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           IF WS-COMISSAO-PRODUTOS > 0
              MOVE SPACES TO WS-CCH-LINHA
              MOVE "COMISSAO GARANT/SEGURO:" TO WS-CCH-LABEL
              MOVE WS-COMISSAO-PRODUTOS  TO WS-CCH-VALOR
              WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           END-IF
           IF WS-DSR > 0
              MOVE SPACES TO WS-CCH-LINHA
              MOVE "DSR SOBRE COMISSOES:" TO WS-CCH-LABEL
              MOVE WS-DSR                TO WS-CCH-VALOR
              WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           END-IF
           MOVE SPACES TO WS-CCH-LINHA
           MOVE "FAIXA DE COMISSAO (X):" TO WS-CCH-LABEL
           MOVE WS-FAIXA-MULT          TO WS-CCH-VALOR
           MOVE "LIQUIDO A RECEBER:"   TO WS-CCH-LABEL
           MOVE WS-LIQUIDO            TO WS-CCH-VALOR
           WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
      *    Deposito do FGTS (encargo da empresa, nao sai do liquido)
      *    - o mesmo que o FOLHACON grava na liberacao.
           COMPUTE WS-FGTS-DEPOSITO ROUNDED = R * WS-FGTS-PCT / 100
           MOVE SPACES TO WS-CCH-LINHA
           MOVE "FGTS DO MES (DEPOSITO):" TO WS-CCH-LABEL
           MOVE WS-FGTS-DEPOSITO      TO WS-CCH-VALOR
           WRITE CONTRACHEQUE-REC FROM WS-CCH-LINHA
           MOVE ALL "-" TO CONTRACHEQUE-REC
           WRITE CONTRACHEQUE-REC
           CLOSE CONTRACHEQUE.
                             TO WS-VND-VALOR(WS-VENDAS-COUNT)
                          MOVE VD-SITUACAO
                             TO WS-VND-SIT(WS-VENDAS-COUNT)
                          IF VD-NF-NUMERO IS NUMERIC
                             MOVE VD-NF-NUMERO
                                TO WS-VND-NF(WS-VENDAS-COUNT)
                          ELSE
                             MOVE 0
                                TO WS-VND-NF(WS-VENDAS-COUNT)
                          END-IF
                          MOVE VD-VENDEDOR-ID-2
                             TO WS-VND-VEND2(WS-VENDAS-COUNT)
                          IF VD-PCT-VEND-2 IS NUMERIC
              END-IF
           END-PERFORM
           PERFORM APLICA-FAIXA-COMISSAO
           PERFORM SOMA-COMISSAO-PRODUTOS
           COMPUTE R = WS-COMISSAO-VENDA + WS-COMISSAO-PRODUTOS
              + SALARIO.

       CARREGA-PRODUTOS-VENDIDOS.
           MOVE 0 TO WS-PVND-COUNT
           MOVE "N" TO WS-EOF-PVND
           OPEN INPUT PRODUTO-VENDIDO
           IF WS-PVND-STATUS NOT = "35"
              PERFORM UNTIL EOF-PVND
                 READ PRODUTO-VENDIDO
                    AT END
                       MOVE "Y" TO WS-EOF-PVND
                    NOT AT END
                       IF WS-PVND-COUNT < 2000
                          ADD 1 TO WS-PVND-COUNT
                          MOVE PV-NF-NUMERO
                             TO WS-PVT-NF(WS-PVND-COUNT)
                          MOVE PV-VENDEDOR-ID
                             TO WS-PVT-VENDEDOR(WS-PVND-COUNT)
                          IF PV-VLR-COMISSAO IS NUMERIC
                             MOVE PV-VLR-COMISSAO
                                TO WS-PVT-COMISSAO(WS-PVND-COUNT)
                          ELSE
                             MOVE 0
                                TO WS-PVT-COMISSAO(WS-PVND-COUNT)
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-PVND-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUTO-VENDIDO
           END-IF
           IF PVND-ESTOUROU
              DISPLAY "PRODVEND.DAT TEM MAIS DE 2000 LINHAS - "
                 "FOLHA INTERROMPIDA PARA NAO PAGAR A MENOS"
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    A comissao do produto vai inteira para o vendedor que o
      *    vendeu (PV-VENDEDOR-ID) e so vale para nota que ainda esta
      *    no periodo aberto - a nota ja arquivada foi paga na folha
      *    da liberacao, e a cancelada nao paga.
       SOMA-COMISSAO-PRODUTOS.
           MOVE 0 TO WS-COMISSAO-PRODUTOS
           PERFORM VARYING WS-PVND-I FROM 1 BY 1
                 UNTIL WS-PVND-I > WS-PVND-COUNT
              IF WS-PVT-VENDEDOR(WS-PVND-I) = WS-VENDEDOR-ID-ATUAL
                 PERFORM VERIFICA-NOTA-PRODUTO
                 IF PVND-NF-VIVA
                    ADD WS-PVT-COMISSAO(WS-PVND-I)
                       TO WS-COMISSAO-PRODUTOS
                 END-IF
              END-IF
           END-PERFORM.

       VERIFICA-NOTA-PRODUTO.
           MOVE "N" TO WS-PVND-NF-VIVA
           PERFORM VARYING WS-VND-I FROM 1 BY 1
                 UNTIL WS-VND-I > WS-VENDAS-COUNT OR PVND-NF-VIVA
              IF WS-VND-NF(WS-VND-I) = WS-PVT-NF(WS-PVND-I)
                    AND WS-VND-SIT(WS-VND-I) NOT = "C"
                 MOVE "Y" TO WS-PVND-NF-VIVA
              END-IF
           END-PERFORM.

       ACUMULA-VENDA-VENDEDOR.
           MOVE 0 TO WS-PARTE-PCT
           IF VENDAS-ESTOURARAM
              EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-PRODUTOS-VENDIDOS
           IF PVND-ESTOUROU
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FOLHA-SNAPSHOT
           WRITE FOLHA-SNAPSHOT-REC FROM WS-VENDAS-COUNT
           CLOSE FOLHA-SNAPSHOT
           MOVE SPACES TO WS-VAR-LINHA
           MOVE WS-VENDEDOR-ID-ATUAL TO WS-VAR-ID
           MOVE R TO WS-VAR-AGORA
           MOVE " DSR" TO WS-VAR-DSR-ROT
           MOVE WS-DSR TO WS-VAR-DSR
           MOVE "N" TO WS-EOF-CONF
           SET WS-CONF-IDX TO 1
           IF WS-CONF-COUNT = 0
       CALCULA-FOLHA-VENDEDOR.
           MOVE VM-SALARIO      TO SALARIO
           MOVE VM-VENDEDOR-ID  TO WS-VENDEDOR-ID-ATUAL
           PERFORM DESCONTA-DIAS-FERIAS
           MOVE 0 TO WS-COMISSAO-PRODUTOS
           PERFORM VALIDA-VENDEDOR-PESSOA
           IF USA-TRANSACOES
              PERFORM CALCULA-COMISSAO-TRANSACOES
              PERFORM BAIXA-ESTOQUE-VENDA
              PERFORM CALCULA-SALARIO-FINAL
           END-IF
           PERFORM CALCULA-DSR
           PERFORM APLICA-RECORRENTES-VENDEDOR
           PERFORM CALCULA-RETENCAO
           PERFORM DESCONTA-RECORRENTES-LIQUIDO
           END-IF
           MOVE R                TO PT-BRUTO
           MOVE WS-LIQUIDO       TO PT-LIQUIDO
           COMPUTE PT-COMISSAO = WS-COMISSAO-VENDA
              + WS-COMISSAO-PRODUTOS
           MOVE WS-INSS          TO PT-INSS
           MOVE WS-INSS-PATRONAL TO PT-INSS-PATRONAL
           MOVE WS-IRRF          TO PT-IRRF
       COPY "SANDBOXP.cpy".

       COPY "VENDVALP.cpy".

       COPY "DIAUTILP.cpy".
