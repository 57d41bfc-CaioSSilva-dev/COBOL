       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACID.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Monitor de crescimento e capacidade dos arquivos da cadeia:
      *   - conta os registros de cada arquivo .DAT monitorado e
      *     acrescenta a contagem da data de negocio ao historico
      *     CAPHIST.DAT (data, arquivo, registros);
      *   - quadro de tendencia em CAPREL.DAT: registros hoje,
      *     crescimento desde a ultima contagem (a noite anterior) e
      *     desde a contagem mais antiga dos ultimos WS-JANELA-DIAS
      *     dias;
      *   - alerta no OPERALRT.DAT quando o arquivo passa do limite
      *     de registros (GRAVE) ou cresce de uma noite para outra
      *     mais que o percentual tolerado, com pelo menos o minimo
      *     de registros novos (MEDIO).
      * A lista base e a dos arquivos que crescem com a cadeia
      * (WS-ARQ-PADRAO-TABELA). Os limites ficam em CAPPARM.DAT, uma
      * linha por arquivo: nome (16), limite de registros (9, zero =
      * sem limite), crescimento noturno tolerado em % (3) e minimo
      * de registros novos para valer o alerta (7); linha com "*" na
      * coluna 1 e comentario. Arquivo do CAPPARM.DAT fora da lista
      * base passa a ser monitorado tambem. Sem linha no CAPPARM.DAT
      * valem sem limite, WS-CRESC-PADRAO % e WS-MINIMO-PADRAO
      * registros. Os masters indexados sao contados pela chave;
      * os demais como texto, linha a linha. Contagem repetida na
      * mesma data (rodada de novo) vale a ultima.
      * Apenas relata - nao altera nenhum arquivo monitorado.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTADO ASSIGN TO WS-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-CNT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CNT-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-CNT-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-CNT-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-CNT-STATUS.
           SELECT CAP-PARAMETRO ASSIGN TO "CAPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAP-HISTORICO ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAP-REPORT ASSIGN TO "CAPREL.DAT"
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
      *    Qualquer arquivo texto da lista: so o fim de linha conta,
      *    o conteudo nao e lido.
       FD  ARQUIVO-CONTADO
           RECORD CONTAINS 512 CHARACTERS.
       01  ARQUIVO-CONTADO-REC   PIC X(512).

       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  CAP-PARAMETRO
           RECORD CONTAINS 35 CHARACTERS.
       01  CAP-PARAMETRO-REC.
           05  CP-ARQUIVO        PIC X(16).
           05  CP-LIMITE         PIC 9(9).
           05  CP-CRESC-PCT      PIC 9(3).
           05  CP-CRESC-MINIMO   PIC 9(7).

       FD  CAP-HISTORICO
           RECORD CONTAINS 35 CHARACTERS.
       01  CAP-HISTORICO-REC.
           05  CH-DATA           PIC 9(8).
           05  FILLER            PIC X.
           05  CH-ARQUIVO        PIC X(16).
           05  FILLER            PIC X.
           05  CH-QTD            PIC 9(9).

       FD  CAP-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CAP-REPORT-REC        PIC X(80).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-CNT-STATUS    PIC XX VALUE SPACES.
       77  WS-PARM-STATUS   PIC XX VALUE SPACES.
       77  WS-HIST-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-ARQ-NOME      PIC X(16) VALUE SPACES.
       77  WS-JANELA-DIAS   PIC 9(3) VALUE 30.
       77  WS-CRESC-PADRAO  PIC 9(3) VALUE 50.
       77  WS-MINIMO-PADRAO PIC 9(7) VALUE 100.
       77  WS-HOJE          PIC 9(8).
       77  WS-HOJE-INT      PIC 9(8).
       77  WS-LINHA-INT     PIC 9(8).
       77  WS-DIAS-ATRAS    PIC S9(8).
       77  WS-QTD-LIDA      PIC 9(9) VALUE 0.
       77  WS-CRESC-DIA     PIC S9(9) VALUE 0.
       77  WS-CRESC-JANELA  PIC S9(9) VALUE 0.
       77  WS-QTD-ALERTAS   PIC 9(3) VALUE 0.
       77  WS-QTD-CONTADOS  PIC 9(3) VALUE 0.
       01  WS-ARQ-PADRAO-TABELA.
           05  FILLER PIC X(16) VALUE "PESSOA.DAT".
           05  FILLER PIC X(16) VALUE "PESSOAAUD.DAT".
           05  FILLER PIC X(16) VALUE "PESSOAEND.DAT".
           05  FILLER PIC X(16) VALUE "PESSLEIT.DAT".
           05  FILLER PIC X(16) VALUE "CONSENTH.DAT".
           05  FILLER PIC X(16) VALUE "CADASTRO.DAT".
           05  FILLER PIC X(16) VALUE "CADREJ.DAT".
           05  FILLER PIC X(16) VALUE "CUSTMAST.DAT".
           05  FILLER PIC X(16) VALUE "VEICMAST.DAT".
           05  FILLER PIC X(16) VALUE "VENDMAST.DAT".
           05  FILLER PIC X(16) VALUE "COTACAO.DAT".
           05  FILLER PIC X(16) VALUE "COTAHIST.DAT".
           05  FILLER PIC X(16) VALUE "VENDAS.DAT".
           05  FILLER PIC X(16) VALUE "VENDASAR.DAT".
           05  FILLER PIC X(16) VALUE "FOLHACONF.DAT".
           05  FILLER PIC X(16) VALUE "COMISHIS.DAT".
           05  FILLER PIC X(16) VALUE "GLIFACE.DAT".
           05  FILLER PIC X(16) VALUE "NOTAFISC.DAT".
           05  FILLER PIC X(16) VALUE "CAIXAFEC.DAT".
           05  FILLER PIC X(16) VALUE "VENDBANK.DAT".
           05  FILLER PIC X(16) VALUE "SERVAGEN.DAT".
           05  FILLER PIC X(16) VALUE "PENSAO.DAT".
           05  FILLER PIC X(16) VALUE "CARTAS.DAT".
           05  FILLER PIC X(16) VALUE "CARROLOG.DAT".
           05  FILLER PIC X(16) VALUE "FILAHIST.DAT".
           05  FILLER PIC X(16) VALUE "RUNLOG.DAT".
           05  FILLER PIC X(16) VALUE "IOERRLOG.DAT".
           05  FILLER PIC X(16) VALUE "OPERALRT.DAT".
           05  FILLER PIC X(16) VALUE "STEPSTAT.DAT".
           05  FILLER PIC X(16) VALUE "SECERRO.DAT".
           05  FILLER PIC X(16) VALUE "CATCHREL.DAT".
           05  FILLER PIC X(16) VALUE "JOBQUEUE.DAT".
           05  FILLER PIC X(16) VALUE "JOBRESUL.DAT".
           05  FILLER PIC X(16) VALUE "CAPHIST.DAT".
       01  WS-ARQ-PADRAO-TAB REDEFINES WS-ARQ-PADRAO-TABELA.
           05  WS-ARQ-PADRAO OCCURS 34 TIMES PIC X(16).
      *    Arquivos monitorados com os limites, a contagem de hoje e
      *    as duas contagens de referencia lidas do historico.
       77  WS-ARQ-COUNT     PIC 9(3) VALUE 0.
       01  WS-ARQ-TABELA.
           05  WS-ARQ-ENTRY OCCURS 80 TIMES.
               10  WS-AR-NOME        PIC X(16).
               10  WS-AR-LIMITE      PIC 9(9).
               10  WS-AR-CRESC-PCT   PIC 9(3).
               10  WS-AR-CRESC-MIN   PIC 9(7).
               10  WS-AR-QTD         PIC 9(9).
               10  WS-AR-SITUACAO    PIC X.
                   88  AR-CONTADO          VALUE "C".
                   88  AR-AUSENTE          VALUE "A".
                   88  AR-ERRO             VALUE "E".
               10  WS-AR-ANT-DATA    PIC 9(8).
               10  WS-AR-ANT-QTD     PIC 9(9).
               10  WS-AR-BASE-DATA   PIC 9(8).
               10  WS-AR-BASE-QTD    PIC 9(9).
       77  WS-AR-I          PIC 9(3).
       77  WS-AR-J          PIC 9(3).
       77  WS-AR-ACHADO     PIC 9(3).
       01  WS-REL-LINHA.
           05  WS-RL-ARQUIVO     PIC X(16).
           05  WS-RL-QTD         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RL-DIA         PIC ---,---,--9.
           05  FILLER            PIC X VALUE SPACE.
           05  WS-RL-JANELA      PIC ---,---,--9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-RL-SITUACAO    PIC X(27).
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
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           PERFORM MONTA-LISTA-ARQUIVOS
           PERFORM CARREGA-PARAMETROS
           PERFORM LE-HISTORICO
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                 UNTIL WS-AR-I > WS-ARQ-COUNT
              PERFORM CONTA-ARQUIVO
           END-PERFORM
           PERFORM GRAVA-HISTORICO
           PERFORM GRAVA-RELATORIO
           DISPLAY "CAPACIDADE EM " WS-HOJE ": " WS-QTD-CONTADOS
              " ARQUIVO(S) CONTADO(S), " WS-QTD-ALERTAS
              " ALERTA(S) - VER CAPREL.DAT"
           GOBACK.

       MONTA-LISTA-ARQUIVOS.
           MOVE 0 TO WS-ARQ-COUNT
           PERFORM VARYING WS-AR-I FROM 1 BY 1 UNTIL WS-AR-I > 34
              MOVE WS-ARQ-PADRAO(WS-AR-I) TO WS-ARQ-NOME
              PERFORM INCLUI-ARQUIVO
           END-PERFORM.

      *    Devolve em WS-AR-ACHADO a posicao de WS-ARQ-NOME na lista,
      *    incluindo-o com os limites padrao quando ainda nao esta.
       INCLUI-ARQUIVO.
           PERFORM BUSCA-ARQUIVO
           IF WS-AR-ACHADO = 0 AND WS-ARQ-COUNT < 80
              ADD 1 TO WS-ARQ-COUNT
              MOVE WS-ARQ-COUNT TO WS-AR-ACHADO
              MOVE WS-ARQ-NOME TO WS-AR-NOME(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-LIMITE(WS-AR-ACHADO)
              MOVE WS-CRESC-PADRAO TO WS-AR-CRESC-PCT(WS-AR-ACHADO)
              MOVE WS-MINIMO-PADRAO TO WS-AR-CRESC-MIN(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-QTD(WS-AR-ACHADO)
              MOVE SPACE TO WS-AR-SITUACAO(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-ANT-DATA(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-ANT-QTD(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-BASE-DATA(WS-AR-ACHADO)
              MOVE 0 TO WS-AR-BASE-QTD(WS-AR-ACHADO)
           END-IF.

       BUSCA-ARQUIVO.
           MOVE 0 TO WS-AR-ACHADO
           PERFORM VARYING WS-AR-J FROM 1 BY 1
                 UNTIL WS-AR-J > WS-ARQ-COUNT OR WS-AR-ACHADO > 0
              IF WS-AR-NOME(WS-AR-J) = WS-ARQ-NOME
                 MOVE WS-AR-J TO WS-AR-ACHADO
              END-IF
           END-PERFORM.

       CARREGA-PARAMETROS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CAP-PARAMETRO
           IF WS-PARM-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CAP-PARAMETRO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CP-ARQUIVO(1:1) NOT = "*"
                          AND CP-ARQUIVO NOT = SPACES
                       PERFORM APLICA-PARAMETRO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAP-PARAMETRO.

       APLICA-PARAMETRO.
           MOVE CP-ARQUIVO TO WS-ARQ-NOME
           PERFORM INCLUI-ARQUIVO
           IF WS-AR-ACHADO = 0
              DISPLAY "CAPPARM.DAT COM MAIS DE 80 ARQUIVOS - "
                 CP-ARQUIVO " IGNORADO"
              EXIT PARAGRAPH
           END-IF
           IF CP-LIMITE IS NUMERIC
              MOVE CP-LIMITE TO WS-AR-LIMITE(WS-AR-ACHADO)
           END-IF
           IF CP-CRESC-PCT IS NUMERIC
              MOVE CP-CRESC-PCT TO WS-AR-CRESC-PCT(WS-AR-ACHADO)
           END-IF
           IF CP-CRESC-MINIMO IS NUMERIC
              MOVE CP-CRESC-MINIMO TO WS-AR-CRESC-MIN(WS-AR-ACHADO)
           END-IF.

      *    Referencias: a ultima contagem antes de hoje (crescimento
      *    da noite) e a mais antiga dentro da janela (crescimento do
      *    periodo). Linhas da propria data de negocio ou posteriores
      *    (rodada repetida, data reprocessada) nao servem de base.
       LE-HISTORICO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CAP-HISTORICO
           IF WS-HIST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CAP-HISTORICO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CH-DATA IS NUMERIC AND CH-QTD IS NUMERIC
                       PERFORM GUARDA-REFERENCIA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAP-HISTORICO.

       GUARDA-REFERENCIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(CH-DATA) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINHA-INT = FUNCTION INTEGER-OF-DATE(CH-DATA)
           COMPUTE WS-DIAS-ATRAS = WS-HOJE-INT - WS-LINHA-INT
           IF WS-DIAS-ATRAS < 1
              EXIT PARAGRAPH
           END-IF
           MOVE CH-ARQUIVO TO WS-ARQ-NOME
           PERFORM BUSCA-ARQUIVO
           IF WS-AR-ACHADO = 0
              EXIT PARAGRAPH
           END-IF
           IF CH-DATA >= WS-AR-ANT-DATA(WS-AR-ACHADO)
              MOVE CH-DATA TO WS-AR-ANT-DATA(WS-AR-ACHADO)
              MOVE CH-QTD  TO WS-AR-ANT-QTD(WS-AR-ACHADO)
           END-IF
           IF WS-DIAS-ATRAS <= WS-JANELA-DIAS
                 AND (WS-AR-BASE-DATA(WS-AR-ACHADO) = 0
                   OR CH-DATA < WS-AR-BASE-DATA(WS-AR-ACHADO))
              MOVE CH-DATA TO WS-AR-BASE-DATA(WS-AR-ACHADO)
              MOVE CH-QTD  TO WS-AR-BASE-QTD(WS-AR-ACHADO)
           END-IF.

       CONTA-ARQUIVO.
           MOVE 0 TO WS-QTD-LIDA
           MOVE "N" TO WS-EOF-ARQ
           MOVE WS-AR-NOME(WS-AR-I) TO WS-ARQ-NOME
           EVALUATE WS-ARQ-NOME
              WHEN "PESSOA.DAT"
                 OPEN INPUT PESSOA-MASTER
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ PESSOA-MASTER NEXT RECORD
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE PESSOA-MASTER
                 END-IF
              WHEN "CUSTMAST.DAT"
                 OPEN INPUT CUSTOMER-MASTER
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ CUSTOMER-MASTER NEXT RECORD
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE CUSTOMER-MASTER
                 END-IF
              WHEN "VEICMAST.DAT"
                 OPEN INPUT VEICULO-MASTER
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ VEICULO-MASTER NEXT RECORD
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE VEICULO-MASTER
                 END-IF
              WHEN "VENDMAST.DAT"
                 OPEN INPUT VENDEDOR-MASTER
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ VENDEDOR-MASTER NEXT RECORD
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE VENDEDOR-MASTER
                 END-IF
              WHEN "COTACAO.DAT"
                 OPEN INPUT COTACAO
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ COTACAO NEXT RECORD
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE COTACAO
                 END-IF
              WHEN OTHER
                 OPEN INPUT ARQUIVO-CONTADO
                 IF WS-CNT-STATUS = "00"
                    PERFORM UNTIL EOF-ARQ
                       READ ARQUIVO-CONTADO
                          AT END MOVE "Y" TO WS-EOF-ARQ
                          NOT AT END ADD 1 TO WS-QTD-LIDA
                       END-READ
                    END-PERFORM
                    CLOSE ARQUIVO-CONTADO
                 END-IF
           END-EVALUATE
           EVALUATE WS-CNT-STATUS
              WHEN "35"
                 SET AR-AUSENTE(WS-AR-I) TO TRUE
              WHEN "00"
              WHEN "10"
                 SET AR-CONTADO(WS-AR-I) TO TRUE
                 MOVE WS-QTD-LIDA TO WS-AR-QTD(WS-AR-I)
                 ADD 1 TO WS-QTD-CONTADOS
              WHEN OTHER
                 SET AR-ERRO(WS-AR-I) TO TRUE
                 DISPLAY "CAPACID: " WS-ARQ-NOME " ILEGIVEL - STATUS "
                    WS-CNT-STATUS
           END-EVALUATE.

       GRAVA-HISTORICO.
           OPEN EXTEND CAP-HISTORICO
           IF WS-HIST-STATUS = "35"
              CLOSE CAP-HISTORICO
              OPEN OUTPUT CAP-HISTORICO
           END-IF
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                 UNTIL WS-AR-I > WS-ARQ-COUNT
              IF AR-CONTADO(WS-AR-I)
                 MOVE SPACES TO CAP-HISTORICO-REC
                 MOVE WS-HOJE TO CH-DATA
                 MOVE WS-AR-NOME(WS-AR-I) TO CH-ARQUIVO
                 MOVE WS-AR-QTD(WS-AR-I) TO CH-QTD
                 WRITE CAP-HISTORICO-REC
              END-IF
           END-PERFORM
           CLOSE CAP-HISTORICO.

       GRAVA-RELATORIO.
           OPEN OUTPUT CAP-REPORT
           MOVE SPACES TO CAP-REPORT-REC
           STRING "===== CRESCIMENTO DE ARQUIVOS - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           STRING "CRESCIMENTO DA NOITE E DOS ULTIMOS "
                     DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " DIAS - LIMITES EM CAPPARM.DAT" DELIMITED BY SIZE
                  INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           STRING "ARQUIVO           REGISTROS       NOITE"
                     DELIMITED BY SIZE
                  "     PERIODO  SITUACAO" DELIMITED BY SIZE
                  INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           PERFORM VARYING WS-AR-I FROM 1 BY 1
                 UNTIL WS-AR-I > WS-ARQ-COUNT
              PERFORM AVALIA-ARQUIVO
           END-PERFORM
           MOVE SPACES TO CAP-REPORT-REC
           STRING "ARQUIVOS COM ALERTA: " DELIMITED BY SIZE
                  WS-QTD-ALERTAS DELIMITED BY SIZE
                  INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           CLOSE CAP-REPORT.

       AVALIA-ARQUIVO.
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-AR-NOME(WS-AR-I) TO WS-RL-ARQUIVO
           MOVE WS-AR-QTD(WS-AR-I) TO WS-RL-QTD
           MOVE 0 TO WS-CRESC-DIA
           MOVE 0 TO WS-CRESC-JANELA
           IF WS-AR-ANT-DATA(WS-AR-I) > 0
              COMPUTE WS-CRESC-DIA =
                 WS-AR-QTD(WS-AR-I) - WS-AR-ANT-QTD(WS-AR-I)
           END-IF
           IF WS-AR-BASE-DATA(WS-AR-I) > 0
              COMPUTE WS-CRESC-JANELA =
                 WS-AR-QTD(WS-AR-I) - WS-AR-BASE-QTD(WS-AR-I)
           END-IF
           MOVE WS-CRESC-DIA TO WS-RL-DIA
           MOVE WS-CRESC-JANELA TO WS-RL-JANELA
           EVALUATE TRUE
              WHEN AR-AUSENTE(WS-AR-I)
                 MOVE "AUSENTE" TO WS-RL-SITUACAO
              WHEN AR-ERRO(WS-AR-I)
                 MOVE "ILEGIVEL" TO WS-RL-SITUACAO
              WHEN WS-AR-LIMITE(WS-AR-I) > 0
                    AND WS-AR-QTD(WS-AR-I) > WS-AR-LIMITE(WS-AR-I)
                 MOVE "ACIMA DO LIMITE" TO WS-RL-SITUACAO
                 MOVE "GRAVE" TO AL-SEVERIDADE
                 MOVE SPACES TO AL-MENSAGEM
                 STRING WS-AR-NOME(WS-AR-I) DELIMITED BY SPACE
                        " ACIMA LIMITE" DELIMITED BY SIZE
                        INTO AL-MENSAGEM
                 END-STRING
                 PERFORM GRAVA-ALERTA-CAPACIDADE
              WHEN WS-AR-ANT-DATA(WS-AR-I) = 0
                 MOVE "SEM HISTORICO" TO WS-RL-SITUACAO
              WHEN WS-AR-CRESC-PCT(WS-AR-I) > 0
                    AND WS-CRESC-DIA >= WS-AR-CRESC-MIN(WS-AR-I)
                    AND WS-CRESC-DIA * 100 >
                        WS-AR-ANT-QTD(WS-AR-I)
                        * WS-AR-CRESC-PCT(WS-AR-I)
                 MOVE "CRESCIMENTO ANORMAL" TO WS-RL-SITUACAO
                 MOVE "MEDIO" TO AL-SEVERIDADE
                 MOVE SPACES TO AL-MENSAGEM
                 STRING WS-AR-NOME(WS-AR-I) DELIMITED BY SPACE
                        " SALTO NOTURNO" DELIMITED BY SIZE
                        INTO AL-MENSAGEM
                 END-STRING
                 PERFORM GRAVA-ALERTA-CAPACIDADE
              WHEN OTHER
                 MOVE "NORMAL" TO WS-RL-SITUACAO
           END-EVALUATE
           IF WS-RL-SITUACAO = "NORMAL"
                 AND WS-AR-LIMITE(WS-AR-I) > 0
                 AND WS-AR-QTD(WS-AR-I) * 10
                     >= WS-AR-LIMITE(WS-AR-I) * 9
              MOVE "ACIMA DE 90% DO LIMITE" TO WS-RL-SITUACAO
           END-IF
           WRITE CAP-REPORT-REC FROM WS-REL-LINHA.

       GRAVA-ALERTA-CAPACIDADE.
           ADD 1 TO WS-QTD-ALERTAS
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE "CAPACID"  TO AL-PASSO
           OPEN EXTEND OPERADOR-ALERTA
           IF WS-ALRT-STATUS = "35"
              CLOSE OPERADOR-ALERTA
              OPEN OUTPUT OPERADOR-ALERTA
           END-IF
           WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           CLOSE OPERADOR-ALERTA.

       COPY "DATANEGP.cpy".
