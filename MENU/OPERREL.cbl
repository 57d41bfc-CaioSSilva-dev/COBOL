       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERREL.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Relatorio de atividade e produtividade dos operadores de um
      * mes, juntando o que hoje esta espalhado em tres arquivos:
      *   - SESSLOG.DAT: entradas e saidas do MENU, opcoes usadas,
      *     acessos negados, bloqueios por senha errada e jobs
      *     submetidos para a noite;
      *   - RUNLOG.DAT: execucoes interativas (modo I) com o numero
      *     de registros, atribuidas ao operador cuja sessao estava
      *     aberta na hora do fim da execucao - execucao sem sessao
      *     aberta, ou com sessoes de operadores diferentes abertas
      *     ao mesmo tempo, sai no rodape como sem dono;
      *   - JOBRESUL.DAT: desfecho dos jobs da fila (executado, com
      *     RETURN-CODE diferente de zero) e JOBQUEUE.DAT os ainda
      *     pendentes.
      * Por operador e dia: primeira entrada, ultima saida, sessoes,
      * entradas sobrepostas (nova entrada com a sessao anterior do
      * mesmo codigo ainda aberta - sinal de login compartilhado),
      * bloqueios, acessos negados, eventos fora do horario (antes de
      * WS-HORARIO-INICIO, depois de WS-HORARIO-FIM ou em dia nao
      * util do calendario FERIADOS) e os programas usados. No fim,
      * o resumo do mes por operador.
      * Interativo pergunta o mes (branco = mes da data de negocio);
      * em lote usa o mes da data de negocio. Sai em OPERREL.DAT.
      * Apenas relata - nao altera nenhum arquivo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO-LOG ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT JOB-RESULTADO ASSIGN TO "JOBRESUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBR-STATUS.
           SELECT JOB-QUEUE ASSIGN TO "JOBQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBQ-STATUS.
           SELECT ATIVIDADE-REPORT ASSIGN TO "OPERREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  SESSAO-LOG-REC.
           05  SL-DATA           PIC X(8).
           05  FILLER            PIC X.
           05  SL-HORA           PIC X(6).
           05  FILLER            PIC X.
           05  SL-OPERADOR       PIC X(8).
           05  FILLER            PIC X.
           05  SL-ACAO           PIC X(20).
           05  FILLER            PIC X(5).

       FD  RUN-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  RUN-LOG-LINE.
           05  RL-DATA           PIC X(8).
           05  FILLER            PIC X.
           05  RL-HORA           PIC X(6).
           05  FILLER            PIC X.
           05  RL-PROGRAMA       PIC X(8).
           05  FILLER            PIC X.
           05  RL-MODO           PIC X.
           05  FILLER            PIC X.
           05  RL-EVENTO         PIC X(3).
           05  FILLER            PIC X.
           05  RL-REGS           PIC X(6).
           05  FILLER            PIC X.
           05  RL-RC             PIC X(2).
           05  FILLER            PIC X(10).

       FD  JOB-RESULTADO
           RECORD CONTAINS 50 CHARACTERS.
       01  JOB-RESULTADO-REC.
           05  JR-DATA           PIC X(8).
           05  FILLER            PIC X.
           05  JR-HORA           PIC X(6).
           05  FILLER            PIC X.
           05  JR-PROGRAMA       PIC X(8).
           05  FILLER            PIC X.
           05  JR-OPERADOR       PIC X(8).
           05  FILLER            PIC X(4).
           05  JR-RC             PIC X(2).
           05  FILLER            PIC X(11).

       FD  JOB-QUEUE
           RECORD CONTAINS 38 CHARACTERS.
       01  JOB-QUEUE-REC.
           05  JQ-PROGRAMA       PIC X(8).
           05  JQ-MODO           PIC X.
           05  JQ-PARAMETRO      PIC X(20).
           05  JQ-OPERADOR       PIC X(8).
           05  JQ-SITUACAO       PIC X.
               88  JQ-PENDENTE          VALUE "P".

       FD  ATIVIDADE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ATIVIDADE-REPORT-REC  PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "DIAUTIL.cpy".
       77  WS-SESS-STATUS   PIC XX VALUE SPACES.
       77  WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       77  WS-JOBR-STATUS   PIC XX VALUE SPACES.
       77  WS-JOBQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
      *    Horario comercial; evento fora dele (ou em dia nao util)
      *    conta como fora do horario.
       77  WS-HORARIO-INICIO PIC 9(6) VALUE 070000.
       77  WS-HORARIO-FIM   PIC 9(6) VALUE 190000.
       77  WS-MES-DIGITADO  PIC X(6).
       01  WS-MES-REF.
           05  WS-MR-ANO        PIC 9(4).
           05  WS-MR-MES        PIC 9(2).
       77  WS-LINHA-DATA    PIC 9(8).
       77  WS-LINHA-HORA    PIC 9(6).
       77  WS-LINHA-OPER    PIC X(8).
       77  WS-LINHA-PROG    PIC X(8).
       77  WS-LINHA-REGS    PIC 9(6).
      *    Programa chamado por cada opcao do MENU (posicao = opcao).
       01  WS-OPCOES-VALORES.
           05  FILLER PIC X(8) VALUE "IDADE   ".
           05  FILLER PIC X(8) VALUE "INFOS   ".
           05  FILLER PIC X(8) VALUE "OLA-USER".
           05  FILLER PIC X(8) VALUE "RETANGUL".
           05  FILLER PIC X(8) VALUE "CARRO   ".
           05  FILLER PIC X(8) VALUE "MULT    ".
           05  FILLER PIC X(8) VALUE "CUSTMNT ".
           05  FILLER PIC X(8) VALUE "PESSMNT ".
           05  FILLER PIC X(8) VALUE "OPCAO 09".
           05  FILLER PIC X(8) VALUE "INFOS   ".
           05  FILLER PIC X(8) VALUE "FILAJOBS".
           05  FILLER PIC X(8) VALUE "MKTEXTR ".
           05  FILLER PIC X(8) VALUE "OPERMNT ".
           05  FILLER PIC X(8) VALUE "DESCAPRV".
           05  FILLER PIC X(8) VALUE "AJUSTENT".
           05  FILLER PIC X(8) VALUE "AJUSTAPR".
           05  FILLER PIC X(8) VALUE "GLCTAMNT".
           05  FILLER PIC X(8) VALUE "FERMNT  ".
           05  FILLER PIC X(8) VALUE "OPERREL ".
       01  WS-OPCOES-TAB REDEFINES WS-OPCOES-VALORES.
           05  WS-OPCAO-PROGRAMA OCCURS 19 TIMES PIC X(8).
       77  WS-QTD-OPCOES    PIC 9(2) VALUE 19.
       77  WS-OPCAO-NUM     PIC 9(2).
      *    Operador x dia do mes.
       77  WS-OD-COUNT      PIC 9(4) VALUE 0.
       01  WS-OD-TABELA.
           05  WS-OD-ENTRY OCCURS 3000 TIMES.
               10  WS-OD-OPERADOR    PIC X(8).
               10  WS-OD-DATA        PIC 9(8).
               10  WS-OD-ENTRADA     PIC 9(6).
               10  WS-OD-SAIDA       PIC 9(6).
               10  WS-OD-SESSOES     PIC 9(3).
               10  WS-OD-SOBREPOSTAS PIC 9(3).
               10  WS-OD-BLOQUEIOS   PIC 9(3).
               10  WS-OD-NEGADOS     PIC 9(3).
               10  WS-OD-FORA        PIC 9(4).
               10  WS-OD-JOBS-SUBM   PIC 9(3).
               10  WS-OD-JOBS-EXEC   PIC 9(3).
               10  WS-OD-JOBS-ERRO   PIC 9(3).
               10  WS-OD-ABERTA      PIC 9(5).
       77  WS-OD-I          PIC 9(4).
       77  WS-OD-ACHADO     PIC 9(4).
      *    Sessoes (entrada ate saida) para atribuir as execucoes do
      *    RUNLOG; sessao sem saida vai ate o fim do dia.
       77  WS-SS-COUNT      PIC 9(5) VALUE 0.
       01  WS-SS-TABELA.
           05  WS-SS-ENTRY OCCURS 6000 TIMES.
               10  WS-SS-OD          PIC 9(4).
               10  WS-SS-INICIO      PIC 9(6).
               10  WS-SS-FIM         PIC 9(6).
       77  WS-SS-I          PIC 9(5).
      *    Programas usados por operador x dia.
       77  WS-PU-COUNT      PIC 9(5) VALUE 0.
       01  WS-PU-TABELA.
           05  WS-PU-ENTRY OCCURS 6000 TIMES.
               10  WS-PU-OD          PIC 9(4).
               10  WS-PU-PROGRAMA    PIC X(8).
               10  WS-PU-USOS        PIC 9(4).
               10  WS-PU-EXECUCOES   PIC 9(4).
               10  WS-PU-REGISTROS   PIC 9(8).
       77  WS-PU-I          PIC 9(5).
       77  WS-PU-ACHADO     PIC 9(5).
      *    Resumo do mes por operador.
       77  WS-OP-COUNT      PIC 9(3) VALUE 0.
       01  WS-OP-TABELA.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-CODIGO      PIC X(8).
               10  WS-OP-DIAS        PIC 9(3).
               10  WS-OP-SESSOES     PIC 9(5).
               10  WS-OP-SOBREPOSTAS PIC 9(4).
               10  WS-OP-BLOQUEIOS   PIC 9(4).
               10  WS-OP-NEGADOS     PIC 9(4).
               10  WS-OP-FORA        PIC 9(5).
               10  WS-OP-JOBS-SUBM   PIC 9(4).
               10  WS-OP-JOBS-EXEC   PIC 9(4).
               10  WS-OP-JOBS-ERRO   PIC 9(4).
               10  WS-OP-PENDENTES   PIC 9(4).
               10  WS-OP-EXECUCOES   PIC 9(5).
               10  WS-OP-REGISTROS   PIC 9(9).
       01  WS-OP-TROCA             PIC X(66).
       77  WS-OP-I          PIC 9(3).
       77  WS-OP-J          PIC 9(3).
       77  WS-OP-ACHADO     PIC 9(3).
       77  WS-DONO-OD       PIC 9(4).
       77  WS-DONO-QTD      PIC 9(3).
       77  WS-QTD-SEM-DONO  PIC 9(5) VALUE 0.
       77  WS-QTD-LINHAS-OD PIC 9(4) VALUE 0.
       01  WS-HORA-EXIBE.
           05  WS-HE-HH         PIC 9(2).
           05  FILLER           PIC X VALUE ":".
           05  WS-HE-MM         PIC 9(2).
       77  WS-HORA-TRAB     PIC 9(6).
       01  WS-DET-LINHA.
           05  WS-DL-OPERADOR   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-DATA       PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-ENTRADA    PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-SAIDA      PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-SESSOES    PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-SOBREP     PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-BLOQ       PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-NEGADOS    PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-FORA       PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-JOBS-SUBM  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-JOBS-EXEC  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-JOBS-ERRO  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-DL-MARCA      PIC X(10).
       01  WS-PROG-LINHA.
           05  FILLER           PIC X(12) VALUE SPACES.
           05  WS-PL-PROGRAMA   PIC X(8).
           05  FILLER           PIC X(7) VALUE "  USOS ".
           05  WS-PL-USOS       PIC ZZZ9.
           05  FILLER           PIC X(12) VALUE "  EXECUCOES ".
           05  WS-PL-EXECUCOES  PIC ZZZ9.
           05  FILLER           PIC X(12) VALUE "  REGISTROS ".
           05  WS-PL-REGISTROS  PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(11) VALUE SPACES.
       01  WS-RES-LINHA.
           05  WS-RS-OPERADOR   PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-DIAS       PIC Z9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-SESSOES    PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-SOBREP     PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-BLOQ       PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-NEGADOS    PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-FORA       PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-JOBS-SUBM  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-JOBS-EXEC  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-JOBS-ERRO  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-PENDENTES  PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-EXECUCOES  PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-REGISTROS  PIC ZZZZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-MARCA      PIC X(10).
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-REF
           IF NOT LK-CHAMADA-LOTE
              DISPLAY "MES (AAAAMM, BRANCO = " WS-MES-REF "): "
              MOVE SPACES TO WS-MES-DIGITADO
              ACCEPT WS-MES-DIGITADO
              IF WS-MES-DIGITADO NOT = SPACES
                 IF WS-MES-DIGITADO IS NOT NUMERIC
                       OR WS-MES-DIGITADO(5:2) < "01"
                       OR WS-MES-DIGITADO(5:2) > "12"
                    DISPLAY "MES INVALIDO"
                    GOBACK
                 END-IF
                 MOVE WS-MES-DIGITADO TO WS-MES-REF
              END-IF
           END-IF
           PERFORM LE-SESSOES
           PERFORM LE-EXECUCOES
           PERFORM LE-RESULTADOS-JOBS
           PERFORM LE-FILA-PENDENTE
           PERFORM MONTA-RESUMO
           PERFORM GRAVA-RELATORIO
           DISPLAY "ATIVIDADE DE OPERADORES " WS-MES-REF ": "
              WS-OP-COUNT " OPERADOR(ES), " WS-QTD-LINHAS-OD
              " OPERADOR-DIA(S) - VER OPERREL.DAT"
           GOBACK.

      *    SESSLOG.DAT: so as linhas do mes pedido.
       LE-SESSOES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT SESSAO-LOG
           IF WS-SESS-STATUS = "35"
              DISPLAY "SESSLOG.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ SESSAO-LOG
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF SL-DATA IS NUMERIC AND SL-HORA IS NUMERIC
                          AND SL-DATA(1:6) = WS-MES-REF
                       PERFORM TRATA-SESSAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SESSAO-LOG.

       TRATA-SESSAO.
           MOVE SL-DATA TO WS-LINHA-DATA
           MOVE SL-HORA TO WS-LINHA-HORA
           MOVE SL-OPERADOR TO WS-LINHA-OPER
           PERFORM BUSCA-OPERADOR-DIA
           IF WS-OD-ACHADO = 0
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN SL-ACAO(1:7) = "ENTRADA"
                 PERFORM ABRE-SESSAO
              WHEN SL-ACAO = "SAIDA"
                 PERFORM FECHA-SESSAO
              WHEN SL-ACAO(1:9) = "BLOQUEADO"
                 ADD 1 TO WS-OD-BLOQUEIOS(WS-OD-ACHADO)
              WHEN SL-ACAO = "ACESSO NEGADO"
                 ADD 1 TO WS-OD-NEGADOS(WS-OD-ACHADO)
              WHEN SL-ACAO(1:4) = "JOB "
                 ADD 1 TO WS-OD-JOBS-SUBM(WS-OD-ACHADO)
              WHEN SL-ACAO(1:6) = "OPCAO "
                    AND SL-ACAO(7:2) IS NUMERIC
                 PERFORM CONTA-OPCAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM CONFERE-HORARIO.

      *    Entrada com a sessao anterior do mesmo codigo ainda aberta
      *    e contada como sobreposta; para atribuir execucoes a
      *    anterior termina nessa entrada (nao da para saber qual
      *    terminal saiu depois).
       ABRE-SESSAO.
           ADD 1 TO WS-OD-SESSOES(WS-OD-ACHADO)
           IF WS-OD-ENTRADA(WS-OD-ACHADO) = 0
              MOVE WS-LINHA-HORA TO WS-OD-ENTRADA(WS-OD-ACHADO)
           END-IF
           IF WS-OD-ABERTA(WS-OD-ACHADO) > 0
              ADD 1 TO WS-OD-SOBREPOSTAS(WS-OD-ACHADO)
              MOVE WS-LINHA-HORA
                 TO WS-SS-FIM(WS-OD-ABERTA(WS-OD-ACHADO))
              MOVE 0 TO WS-OD-ABERTA(WS-OD-ACHADO)
           END-IF
           IF WS-SS-COUNT < 6000
              ADD 1 TO WS-SS-COUNT
              MOVE WS-OD-ACHADO TO WS-SS-OD(WS-SS-COUNT)
              MOVE WS-LINHA-HORA TO WS-SS-INICIO(WS-SS-COUNT)
              MOVE 235959 TO WS-SS-FIM(WS-SS-COUNT)
              MOVE WS-SS-COUNT TO WS-OD-ABERTA(WS-OD-ACHADO)
           END-IF.

       FECHA-SESSAO.
           MOVE WS-LINHA-HORA TO WS-OD-SAIDA(WS-OD-ACHADO)
           IF WS-OD-ABERTA(WS-OD-ACHADO) > 0
              MOVE WS-LINHA-HORA
                 TO WS-SS-FIM(WS-OD-ABERTA(WS-OD-ACHADO))
              MOVE 0 TO WS-OD-ABERTA(WS-OD-ACHADO)
           END-IF.

       CONTA-OPCAO.
           MOVE SL-ACAO(7:2) TO WS-OPCAO-NUM
           IF WS-OPCAO-NUM < 1 OR WS-OPCAO-NUM > WS-QTD-OPCOES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPCAO-PROGRAMA(WS-OPCAO-NUM) TO WS-LINHA-PROG
           PERFORM BUSCA-PROGRAMA-DIA
           IF WS-PU-ACHADO > 0
              ADD 1 TO WS-PU-USOS(WS-PU-ACHADO)
           END-IF.

       CONFERE-HORARIO.
           IF WS-LINHA-HORA < WS-HORARIO-INICIO
                 OR WS-LINHA-HORA > WS-HORARIO-FIM
              ADD 1 TO WS-OD-FORA(WS-OD-ACHADO)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LINHA-DATA TO WS-DU-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF NOT DIA-UTIL
              ADD 1 TO WS-OD-FORA(WS-OD-ACHADO)
           END-IF.

       BUSCA-OPERADOR-DIA.
           MOVE 0 TO WS-OD-ACHADO
           PERFORM VARYING WS-OD-I FROM WS-OD-COUNT BY -1
                 UNTIL WS-OD-I < 1 OR WS-OD-ACHADO > 0
              IF WS-OD-OPERADOR(WS-OD-I) = WS-LINHA-OPER
                    AND WS-OD-DATA(WS-OD-I) = WS-LINHA-DATA
                 MOVE WS-OD-I TO WS-OD-ACHADO
              END-IF
           END-PERFORM
           IF WS-OD-ACHADO = 0 AND WS-OD-COUNT < 3000
              ADD 1 TO WS-OD-COUNT
              MOVE WS-OD-COUNT TO WS-OD-ACHADO
              INITIALIZE WS-OD-ENTRY(WS-OD-ACHADO)
              MOVE WS-LINHA-OPER TO WS-OD-OPERADOR(WS-OD-ACHADO)
              MOVE WS-LINHA-DATA TO WS-OD-DATA(WS-OD-ACHADO)
           END-IF.

       BUSCA-PROGRAMA-DIA.
           MOVE 0 TO WS-PU-ACHADO
           PERFORM VARYING WS-PU-I FROM 1 BY 1
                 UNTIL WS-PU-I > WS-PU-COUNT OR WS-PU-ACHADO > 0
              IF WS-PU-OD(WS-PU-I) = WS-OD-ACHADO
                    AND WS-PU-PROGRAMA(WS-PU-I) = WS-LINHA-PROG
                 MOVE WS-PU-I TO WS-PU-ACHADO
              END-IF
           END-PERFORM
           IF WS-PU-ACHADO = 0 AND WS-PU-COUNT < 6000
              ADD 1 TO WS-PU-COUNT
              MOVE WS-PU-COUNT TO WS-PU-ACHADO
              MOVE WS-OD-ACHADO TO WS-PU-OD(WS-PU-ACHADO)
              MOVE WS-LINHA-PROG TO WS-PU-PROGRAMA(WS-PU-ACHADO)
              MOVE 0 TO WS-PU-USOS(WS-PU-ACHADO)
              MOVE 0 TO WS-PU-EXECUCOES(WS-PU-ACHADO)
              MOVE 0 TO WS-PU-REGISTROS(WS-PU-ACHADO)
           END-IF.

      *    RUNLOG.DAT: fim de execucao interativa do mes, atribuida a
      *    unica sessao aberta naquela hora.
       LE-EXECUCOES.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ RUN-LOG
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF RL-DATA IS NUMERIC AND RL-HORA IS NUMERIC
                          AND RL-DATA(1:6) = WS-MES-REF
                          AND RL-MODO = "I" AND RL-EVENTO = "FIM"
                       PERFORM ATRIBUI-EXECUCAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-LOG.

       ATRIBUI-EXECUCAO.
           MOVE RL-DATA TO WS-LINHA-DATA
           MOVE RL-HORA TO WS-LINHA-HORA
           MOVE RL-PROGRAMA TO WS-LINHA-PROG
           MOVE 0 TO WS-LINHA-REGS
           IF RL-REGS IS NUMERIC
              MOVE RL-REGS TO WS-LINHA-REGS
           END-IF
           MOVE 0 TO WS-DONO-OD
           MOVE 0 TO WS-DONO-QTD
           PERFORM VARYING WS-SS-I FROM 1 BY 1
                 UNTIL WS-SS-I > WS-SS-COUNT
              IF WS-OD-DATA(WS-SS-OD(WS-SS-I)) = WS-LINHA-DATA
                    AND WS-SS-INICIO(WS-SS-I) <= WS-LINHA-HORA
                    AND WS-SS-FIM(WS-SS-I) >= WS-LINHA-HORA
                 IF WS-DONO-OD = 0
                    MOVE WS-SS-OD(WS-SS-I) TO WS-DONO-OD
                    MOVE 1 TO WS-DONO-QTD
                 ELSE
                    IF WS-OD-OPERADOR(WS-SS-OD(WS-SS-I))
                          NOT = WS-OD-OPERADOR(WS-DONO-OD)
                       ADD 1 TO WS-DONO-QTD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-DONO-QTD NOT = 1
              ADD 1 TO WS-QTD-SEM-DONO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DONO-OD TO WS-OD-ACHADO
           PERFORM BUSCA-PROGRAMA-DIA
           IF WS-PU-ACHADO > 0
              ADD 1 TO WS-PU-EXECUCOES(WS-PU-ACHADO)
              ADD WS-LINHA-REGS TO WS-PU-REGISTROS(WS-PU-ACHADO)
           END-IF.

      *    JOBRESUL.DAT: o desfecho conta no dia em que a cadeia rodou
      *    o job, para o operador que o submeteu.
       LE-RESULTADOS-JOBS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT JOB-RESULTADO
           IF WS-JOBR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ JOB-RESULTADO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF JR-DATA IS NUMERIC
                          AND JR-DATA(1:6) = WS-MES-REF
                       MOVE JR-DATA TO WS-LINHA-DATA
                       MOVE JR-OPERADOR TO WS-LINHA-OPER
                       PERFORM BUSCA-OPERADOR-DIA
                       IF WS-OD-ACHADO > 0
                          ADD 1 TO WS-OD-JOBS-EXEC(WS-OD-ACHADO)
                          IF JR-RC NOT = "00"
                             ADD 1 TO WS-OD-JOBS-ERRO(WS-OD-ACHADO)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-RESULTADO.

       MONTA-RESUMO.
           PERFORM VARYING WS-OD-I FROM 1 BY 1
                 UNTIL WS-OD-I > WS-OD-COUNT
              MOVE WS-OD-OPERADOR(WS-OD-I) TO WS-LINHA-OPER
              PERFORM BUSCA-OPERADOR-MES
              IF WS-OP-ACHADO > 0
                 PERFORM SOMA-OPERADOR-DIA
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PU-I FROM 1 BY 1
                 UNTIL WS-PU-I > WS-PU-COUNT
              MOVE WS-OD-OPERADOR(WS-PU-OD(WS-PU-I)) TO WS-LINHA-OPER
              PERFORM BUSCA-OPERADOR-MES
              IF WS-OP-ACHADO > 0
                 ADD WS-PU-EXECUCOES(WS-PU-I)
                    TO WS-OP-EXECUCOES(WS-OP-ACHADO)
                 ADD WS-PU-REGISTROS(WS-PU-I)
                    TO WS-OP-REGISTROS(WS-OP-ACHADO)
              END-IF
           END-PERFORM
      *    Ordem alfabetica de operador para o relatorio.
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I >= WS-OP-COUNT
              PERFORM VARYING WS-OP-J FROM WS-OP-I BY 1
                    UNTIL WS-OP-J > WS-OP-COUNT
                 IF WS-OP-CODIGO(WS-OP-J) < WS-OP-CODIGO(WS-OP-I)
                    MOVE WS-OP-ENTRY(WS-OP-I) TO WS-OP-TROCA
                    MOVE WS-OP-ENTRY(WS-OP-J) TO WS-OP-ENTRY(WS-OP-I)
                    MOVE WS-OP-TROCA TO WS-OP-ENTRY(WS-OP-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       SOMA-OPERADOR-DIA.
           ADD 1 TO WS-OP-DIAS(WS-OP-ACHADO)
           ADD WS-OD-SESSOES(WS-OD-I) TO WS-OP-SESSOES(WS-OP-ACHADO)
           ADD WS-OD-SOBREPOSTAS(WS-OD-I)
              TO WS-OP-SOBREPOSTAS(WS-OP-ACHADO)
           ADD WS-OD-BLOQUEIOS(WS-OD-I)
              TO WS-OP-BLOQUEIOS(WS-OP-ACHADO)
           ADD WS-OD-NEGADOS(WS-OD-I) TO WS-OP-NEGADOS(WS-OP-ACHADO)
           ADD WS-OD-FORA(WS-OD-I) TO WS-OP-FORA(WS-OP-ACHADO)
           ADD WS-OD-JOBS-SUBM(WS-OD-I)
              TO WS-OP-JOBS-SUBM(WS-OP-ACHADO)
           ADD WS-OD-JOBS-EXEC(WS-OD-I)
              TO WS-OP-JOBS-EXEC(WS-OP-ACHADO)
           ADD WS-OD-JOBS-ERRO(WS-OD-I)
              TO WS-OP-JOBS-ERRO(WS-OP-ACHADO).

       BUSCA-OPERADOR-MES.
           MOVE 0 TO WS-OP-ACHADO
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I > WS-OP-COUNT OR WS-OP-ACHADO > 0
              IF WS-OP-CODIGO(WS-OP-I) = WS-LINHA-OPER
                 MOVE WS-OP-I TO WS-OP-ACHADO
              END-IF
           END-PERFORM
           IF WS-OP-ACHADO = 0 AND WS-OP-COUNT < 200
              ADD 1 TO WS-OP-COUNT
              MOVE WS-OP-COUNT TO WS-OP-ACHADO
              INITIALIZE WS-OP-ENTRY(WS-OP-ACHADO)
              MOVE WS-LINHA-OPER TO WS-OP-CODIGO(WS-OP-ACHADO)
           END-IF.

      *    JOBQUEUE.DAT: jobs ainda pendentes de cada operador (entram
      *    so no resumo - a fila nao guarda a data da submissao).
       LE-FILA-PENDENTE.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT JOB-QUEUE
           IF WS-JOBQ-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ JOB-QUEUE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF JQ-PENDENTE
                       MOVE JQ-OPERADOR TO WS-LINHA-OPER
                       PERFORM BUSCA-OPERADOR-MES
                       IF WS-OP-ACHADO > 0
                          ADD 1 TO WS-OP-PENDENTES(WS-OP-ACHADO)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-QUEUE.

       GRAVA-RELATORIO.
           OPEN OUTPUT ATIVIDADE-REPORT
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           STRING "===== ATIVIDADE DE OPERADORES - MES "
                     DELIMITED BY SIZE
                  WS-MR-ANO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MR-MES DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ATIVIDADE-REPORT-REC
           END-STRING
           WRITE ATIVIDADE-REPORT-REC
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           STRING "HORARIO COMERCIAL " DELIMITED BY SIZE
                  WS-HORARIO-INICIO(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORARIO-INICIO(3:2) DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  WS-HORARIO-FIM(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-HORARIO-FIM(3:2) DELIMITED BY SIZE
                  " EM DIA UTIL" DELIMITED BY SIZE
                  INTO ATIVIDADE-REPORT-REC
           END-STRING
           WRITE ATIVIDADE-REPORT-REC
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           MOVE "OPERADOR DATA     ENTR. SAIDA SES SOB BLQ NEG FORA"
              & " SUB EXE ERR"
              TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I > WS-OP-COUNT
              PERFORM VARYING WS-OD-I FROM 1 BY 1
                    UNTIL WS-OD-I > WS-OD-COUNT
                 IF WS-OD-OPERADOR(WS-OD-I) = WS-OP-CODIGO(WS-OP-I)
                    PERFORM GRAVA-OPERADOR-DIA
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-OD-COUNT = 0
              MOVE "(NENHUMA ATIVIDADE DE OPERADOR NO MES)"
                 TO ATIVIDADE-REPORT-REC
              WRITE ATIVIDADE-REPORT-REC
           END-IF
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           MOVE "===== RESUMO DO MES POR OPERADOR ====="
              TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           MOVE "OPERADOR DI SESS SOB BLQ NEG FORA SUB EXE ERR PEN"
              & " EXEC REGISTROS"
              TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                 UNTIL WS-OP-I > WS-OP-COUNT
              PERFORM GRAVA-RESUMO-OPERADOR
           END-PERFORM
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           MOVE "SOB = ENTRADA COM SESSAO ANTERIOR DO MESMO CODIGO "
              & "AINDA ABERTA"
              TO ATIVIDADE-REPORT-REC
           WRITE ATIVIDADE-REPORT-REC
           MOVE SPACES TO ATIVIDADE-REPORT-REC
           STRING "EXECUCOES INTERATIVAS SEM DONO UNICO: "
                     DELIMITED BY SIZE
                  WS-QTD-SEM-DONO DELIMITED BY SIZE
                  INTO ATIVIDADE-REPORT-REC
           END-STRING
           WRITE ATIVIDADE-REPORT-REC
           CLOSE ATIVIDADE-REPORT.

       GRAVA-OPERADOR-DIA.
           ADD 1 TO WS-QTD-LINHAS-OD
           MOVE SPACES TO WS-DET-LINHA
           MOVE WS-OD-OPERADOR(WS-OD-I) TO WS-DL-OPERADOR
           MOVE WS-OD-DATA(WS-OD-I) TO WS-DL-DATA
           MOVE WS-OD-ENTRADA(WS-OD-I) TO WS-HORA-TRAB
           PERFORM FORMATA-HORA
           MOVE WS-HORA-EXIBE TO WS-DL-ENTRADA
           MOVE WS-OD-SAIDA(WS-OD-I) TO WS-HORA-TRAB
           PERFORM FORMATA-HORA
           MOVE WS-HORA-EXIBE TO WS-DL-SAIDA
           IF WS-OD-SESSOES(WS-OD-I) = 0
              MOVE "  -  " TO WS-DL-ENTRADA
              MOVE "  -  " TO WS-DL-SAIDA
           END-IF
           IF WS-OD-SAIDA(WS-OD-I) = 0
              MOVE "  -  " TO WS-DL-SAIDA
           END-IF
           MOVE WS-OD-SESSOES(WS-OD-I) TO WS-DL-SESSOES
           MOVE WS-OD-SOBREPOSTAS(WS-OD-I) TO WS-DL-SOBREP
           MOVE WS-OD-BLOQUEIOS(WS-OD-I) TO WS-DL-BLOQ
           MOVE WS-OD-NEGADOS(WS-OD-I) TO WS-DL-NEGADOS
           MOVE WS-OD-FORA(WS-OD-I) TO WS-DL-FORA
           MOVE WS-OD-JOBS-SUBM(WS-OD-I) TO WS-DL-JOBS-SUBM
           MOVE WS-OD-JOBS-EXEC(WS-OD-I) TO WS-DL-JOBS-EXEC
           MOVE WS-OD-JOBS-ERRO(WS-OD-I) TO WS-DL-JOBS-ERRO
           EVALUATE TRUE
              WHEN WS-OD-SOBREPOSTAS(WS-OD-I) > 0
                 MOVE "COMPARTIL?" TO WS-DL-MARCA
              WHEN WS-OD-FORA(WS-OD-I) > 0
                 MOVE "FORA HOR." TO WS-DL-MARCA
              WHEN OTHER
                 MOVE SPACES TO WS-DL-MARCA
           END-EVALUATE
           WRITE ATIVIDADE-REPORT-REC FROM WS-DET-LINHA
           PERFORM VARYING WS-PU-I FROM 1 BY 1
                 UNTIL WS-PU-I > WS-PU-COUNT
              IF WS-PU-OD(WS-PU-I) = WS-OD-I
                 MOVE WS-PU-PROGRAMA(WS-PU-I) TO WS-PL-PROGRAMA
                 MOVE WS-PU-USOS(WS-PU-I) TO WS-PL-USOS
                 MOVE WS-PU-EXECUCOES(WS-PU-I) TO WS-PL-EXECUCOES
                 MOVE WS-PU-REGISTROS(WS-PU-I) TO WS-PL-REGISTROS
                 WRITE ATIVIDADE-REPORT-REC FROM WS-PROG-LINHA
              END-IF
           END-PERFORM.

       GRAVA-RESUMO-OPERADOR.
           MOVE SPACES TO WS-RES-LINHA
           MOVE WS-OP-CODIGO(WS-OP-I) TO WS-RS-OPERADOR
           IF WS-OP-CODIGO(WS-OP-I) = SPACES
              MOVE "(BRANCO)" TO WS-RS-OPERADOR
           END-IF
           MOVE WS-OP-DIAS(WS-OP-I) TO WS-RS-DIAS
           MOVE WS-OP-SESSOES(WS-OP-I) TO WS-RS-SESSOES
           MOVE WS-OP-SOBREPOSTAS(WS-OP-I) TO WS-RS-SOBREP
           MOVE WS-OP-BLOQUEIOS(WS-OP-I) TO WS-RS-BLOQ
           MOVE WS-OP-NEGADOS(WS-OP-I) TO WS-RS-NEGADOS
           MOVE WS-OP-FORA(WS-OP-I) TO WS-RS-FORA
           MOVE WS-OP-JOBS-SUBM(WS-OP-I) TO WS-RS-JOBS-SUBM
           MOVE WS-OP-JOBS-EXEC(WS-OP-I) TO WS-RS-JOBS-EXEC
           MOVE WS-OP-JOBS-ERRO(WS-OP-I) TO WS-RS-JOBS-ERRO
           MOVE WS-OP-PENDENTES(WS-OP-I) TO WS-RS-PENDENTES
           MOVE WS-OP-EXECUCOES(WS-OP-I) TO WS-RS-EXECUCOES
           MOVE WS-OP-REGISTROS(WS-OP-I) TO WS-RS-REGISTROS
           IF WS-OP-SOBREPOSTAS(WS-OP-I) > 0
              MOVE "COMPARTIL?" TO WS-RS-MARCA
           END-IF
           WRITE ATIVIDADE-REPORT-REC FROM WS-RES-LINHA.

       FORMATA-HORA.
           MOVE WS-HORA-TRAB(1:2) TO WS-HE-HH
           MOVE WS-HORA-TRAB(3:2) TO WS-HE-MM.

       COPY "DATANEGP.cpy".

       COPY "DIAUTILP.cpy".
