           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT CATCHUP-REPORT ASSIGN TO "CATCHREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       01  ERRO-LOG-REC          PIC X(40).

       FD  STEP-CONTROL
           RECORD CONTAINS 35 CHARACTERS.
       01  STEP-CONTROL-REC      PIC X(35).

      *    Estatistica de tempo por passo: data, passo, hora de inicio
      *    e fim e duracao em segundos. O STEPREL compara a noite
       01  BUSINESS-DATE-REC     PIC X(8).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  CATCHUP-REPORT
           RECORD CONTAINS 60 CHARACTERS.
       COPY "DIAUTIL.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-CAT-STATUS    PIC XX VALUE SPACES.
       77  WS-DATA-MAQUINA  PIC 9(8) VALUE 0.
       77  WS-DATA-RODADA   PIC 9(8) VALUE 0.
       77  WS-ERRO-EXECUCAO PIC X VALUE "N".
           88 ERRO-EXECUCAO         VALUE "Y".
       77  WS-STAT-STATUS   PIC XX VALUE SPACES.
       77  WS-PASSO-AGENDADO PIC X VALUE "Y".
           88 PASSO-AGENDADO        VALUE "Y".
       77  WS-ORDEM-DIA-UTIL PIC 9(2) VALUE 0.
       77  WS-DIA-MES       PIC 9(2) VALUE 0.
       01  WS-STAT-AGORA.
           05  WS-SA-DATA         PIC 9(8).
           05  WS-SA-HORA         PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ERRLOG-PASSO    PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-ERRLOG-MSG      PIC X(13) VALUE "ERRO ORDEM".
       PROCEDURE DIVISION.
       INICIO SECTION.
      *    A conferencia de ambiente roda antes de qualquer passo
              WHEN "SEC-1-P3" PERFORM SEC-2-P3
              WHEN "SEC-2-P3" PERFORM SEC-1-P4
              WHEN "SEC-1-P4" PERFORM SEC-2-P4
              WHEN "SEC-2-P4" PERFORM SEC-3-P1
              WHEN "SEC-3-P1" PERFORM SEC-3-P2
              WHEN "SEC-3-P2" PERFORM SEC-3-P3
              WHEN "SEC-3-P3" PERFORM SEC-4-P1
              WHEN "SEC-4-P1" PERFORM SEC-4-P2
              WHEN "SEC-4-P2" PERFORM SEC-4-P3
              WHEN "SEC-4-P3" PERFORM SEC-4-P4
              WHEN "SEC-4-P4" PERFORM SEC-4-P5
              WHEN OTHER      PERFORM SEC-0-P0
           END-EVALUATE.

           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-3-P1
              END-IF
           END-IF.

       APLICA-TOLERANCIA-ERRO.
           IF ERRO-SEQUENCIA AND NOT STEP-DESCONHECIDO
      *    retry do STEPCTRL.DAT) antes de valer a acao PARAR/
      *    CONTINUAR de sempre. Esgotado o limite, o alerta do
      *    plantao sai em OPERALRT.DAT.
      *    Passo fora da sua frequencia (mensal, anual) nao e chamado:
      *    fica registrado como NAO AGENDADO e a cadeia segue.
       EXECUTA-PASSO.
           MOVE "N" TO WS-ERRO-EXECUCAO
           MOVE 0 TO WS-RETRY-LIMITE
           IF NOT STEP-DESCONHECIDO
              PERFORM VERIFICA-AGENDA-PASSO
              IF NOT PASSO-AGENDADO
                 PERFORM REGISTRA-PASSO-NAO-AGENDADO
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-STEP-RETRY(WS-STEP-IDX) TO WS-RETRY-LIMITE
           END-IF
           MOVE 0 TO WS-TENTATIVAS
              WHEN "SEC-2-P3" CALL "SORTUTIL" USING "B"
              WHEN "SEC-1-P4" CALL "AUDITMST" USING "B"
              WHEN "SEC-2-P4" CALL "PENSNOTF" USING "B"
              WHEN "SEC-3-P1" CALL "BALANCO" USING "B"
              WHEN "SEC-3-P2" CALL "CAPACID" USING "B"
              WHEN "SEC-3-P3" CALL "AUDITVND" USING "B"
              WHEN "SEC-4-P1" CALL "GLFECHA" USING "B"
              WHEN "SEC-4-P2" CALL "METAMNT" USING "B"
              WHEN "SEC-4-P3" CALL "KPIMES" USING "B"
              WHEN "SEC-4-P4" CALL "SERVLEM" USING "B"
              WHEN "SEC-4-P5" CALL "FECHAYTD" USING "B"
              WHEN OTHER      CONTINUE
           END-EVALUATE
           IF RETURN-CODE NOT = 0
           WRITE STEP-STAT-REC
           CLOSE STEP-STAT.

      *    Balanceamento dos totais de controle, depois de todas as
      *    cadeias de dinheiro. Um STEPCTRL.DAT anterior a este passo
      *    nao o conhece: a cadeia termina no SEC-2-P4 como antes.
       SEC-3 SECTION.
       SEC-3-P1.
           MOVE "SEC-3-P1" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-3-P1 FORA DO STEPCTRL.DAT - BALANCO NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-3-P2
              END-IF
           END-IF.

      *    Contagem de registros para o monitor de crescimento. So
      *    observa: fora do STEPCTRL.DAT o passo e apenas saltado e a
      *    cadeia segue para os fechamentos.
       SEC-3-P2.
           MOVE "SEC-3-P2" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-3-P2 FORA DO STEPCTRL.DAT - CAPACID NAO "
                 "EXECUTADO"
              PERFORM SEC-3-P3
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-3-P3
              END-IF
           END-IF.

      *    Integridade referencial de vendas e financeiro. So relata:
      *    fora do STEPCTRL.DAT o passo e saltado e a cadeia segue.
       SEC-3-P3.
           MOVE "SEC-3-P3" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-3-P3 FORA DO STEPCTRL.DAT - AUDITVND NAO "
                 "EXECUTADO"
              PERFORM SEC-4-P1
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-4-P1
              END-IF
           END-IF.

      *    Fechamentos de calendario, depois do balanceamento: cada
      *    passo so roda no dia util da sua frequencia no STEPCTRL.DAT
      *    (nos demais dias fica como NAO AGENDADO). Um STEPCTRL.DAT
      *    anterior a estes passos nao os conhece: a cadeia termina no
      *    ultimo passo que ele lista, como antes.
       SEC-4 SECTION.
       SEC-4-P1.
           MOVE "SEC-4-P1" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-4-P1 FORA DO STEPCTRL.DAT - GLFECHA NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-4-P2
              END-IF
           END-IF.
       SEC-4-P2.
           MOVE "SEC-4-P2" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-4-P2 FORA DO STEPCTRL.DAT - METAMNT NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-4-P3
              END-IF
           END-IF.
       SEC-4-P3.
           MOVE "SEC-4-P3" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-4-P3 FORA DO STEPCTRL.DAT - KPIMES NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-4-P4
              END-IF
           END-IF.
       SEC-4-P4.
           MOVE "SEC-4-P4" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-4-P4 FORA DO STEPCTRL.DAT - SERVLEM NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM SEC-4-P5
              END-IF
           END-IF.
       SEC-4-P5.
           MOVE "SEC-4-P5" TO WS-PASSO-ATUAL
           PERFORM VALIDA-PASSO
           IF STEP-DESCONHECIDO
              MOVE "N" TO WS-ERRO-SEQUENCIA
              DISPLAY "SEC-4-P5 FORA DO STEPCTRL.DAT - FECHAYTD NAO "
                 "EXECUTADO"
              PERFORM FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM APLICA-TOLERANCIA-ERRO
           IF ERRO-SEQUENCIA
              PERFORM REGISTRA-ERRO-ORDEM
              PERFORM FIM
           ELSE
              DISPLAY WS-PASSO-ATUAL
              PERFORM EXECUTA-PASSO
              IF ERRO-EXECUCAO
                 PERFORM REGISTRA-ERRO-EXECUCAO
                 PERFORM FIM
              ELSE
                 MOVE WS-PASSO-ATUAL TO WS-ULTIMO-PASSO
                 PERFORM FIM
              END-IF
           END-IF.

       FIM SECTION.
       FIM-P1.
           IF ERRO-SEQUENCIA OR ERRO-EXECUCAO
           CLOSE BUSINESS-DATE
           DISPLAY "DATA DE NEGOCIO AVANCADA PARA " WS-PROX-DATA.

      *    Dia util de referencia: a posicao da data de negocio entre
      *    os dias uteis do seu mes (FERIADOS.DAT e fins de semana
      *    ficam de fora da contagem).
       VERIFICA-AGENDA-PASSO.
           MOVE "Y" TO WS-PASSO-AGENDADO
           EVALUATE TRUE
              WHEN STEP-FREQ-DIA-UTIL(WS-STEP-IDX)
                 PERFORM CALCULA-ORDEM-DIA-UTIL
                 IF WS-ORDEM-DIA-UTIL
                       NOT = WS-STEP-FREQ-DIA(WS-STEP-IDX)
                    MOVE "N" TO WS-PASSO-AGENDADO
                 END-IF
              WHEN STEP-FREQ-FIM-MES(WS-STEP-IDX)
                 COMPUTE WS-DU-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 1
                 COMPUTE WS-DU-DATA =
                    FUNCTION DATE-OF-INTEGER(WS-DU-INT)
                 PERFORM PROXIMO-DIA-UTIL
                 IF WS-DU-DATA(1:6) = WS-DATA-NEGOCIO(1:6)
                    MOVE "N" TO WS-PASSO-AGENDADO
                 END-IF
              WHEN STEP-FREQ-INICIO-ANO(WS-STEP-IDX)
                 PERFORM CALCULA-ORDEM-DIA-UTIL
                 IF WS-DATA-NEGOCIO(5:2) NOT = "01"
                       OR WS-ORDEM-DIA-UTIL NOT = 1
                    MOVE "N" TO WS-PASSO-AGENDADO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CALCULA-ORDEM-DIA-UTIL.
           MOVE 0 TO WS-ORDEM-DIA-UTIL
           MOVE WS-DATA-NEGOCIO TO WS-DU-DATA
           PERFORM VARYING WS-DIA-MES FROM 1 BY 1
                 UNTIL WS-DIA-MES > WS-DATA-NEGOCIO(7:2)
              MOVE WS-DIA-MES TO WS-DU-DATA(7:2)
              PERFORM VERIFICA-DIA-UTIL
              IF DIA-UTIL
                 ADD 1 TO WS-ORDEM-DIA-UTIL
              END-IF
           END-PERFORM.

      *    O passo pulado avanca o ultimo passo como se tivesse rodado
      *    - o sucessor passa na conferencia de ordem - mas nao entra
      *    no STEPSTAT.DAT, para nao puxar a media de tempo para baixo.
       REGISTRA-PASSO-NAO-AGENDADO.
           DISPLAY WS-PASSO-ATUAL " NAO AGENDADO PARA "
              WS-DATA-NEGOCIO " - PASSO PULADO"
           IF WS-ULTIMO-PASSO = WS-STEP-NOME(WS-STEP-COUNT)
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-ERRLOG-DATA-HORA
           MOVE WS-CD-DATA TO WS-ERRLOG-DATA
           MOVE WS-CD-HORA TO WS-ERRLOG-HORA
           MOVE WS-PASSO-ATUAL TO WS-ERRLOG-PASSO
           MOVE "NAO AGENDADO" TO WS-ERRLOG-MSG
           OPEN EXTEND ERRO-LOG-FILE
           IF WS-ERRLOG-STATUS = "35"
              OPEN OUTPUT ERRO-LOG-FILE
           END-IF
           WRITE ERRO-LOG-REC FROM WS-ERRLOG-LINHA
           CLOSE ERRO-LOG-FILE.

       REGISTRA-ERRO-ORDEM.
           IF WS-ULTIMO-PASSO = WS-STEP-NOME(WS-STEP-COUNT)
              EXIT PARAGRAPH
              WHEN "RECEBAGE" CALL "RECEBAGE" USING "B"
              WHEN "REPOSUG " CALL "REPOSUG" USING "B"
              WHEN "PLANTAO " CALL "PLANTAO" USING "B"
              WHEN "BALANCO " CALL "BALANCO" USING "B"
              WHEN "ACESSREL" CALL "ACESSREL" USING "B"
              WHEN "DUPSCAN " CALL "DUPSCAN" USING "B"
              WHEN "CUSTDUP " CALL "CUSTDUP" USING "B"
              WHEN "CLISEGM " CALL "CLISEGM" USING "B"
              WHEN "AUDITVND" CALL "AUDITVND" USING "B"
              WHEN "OPERREL " CALL "OPERREL" USING "B"
              WHEN "PESSIDX " CALL "PESSIDX" USING "B"
              WHEN "MESTIDX " CALL "MESTIDX" USING "B"
              WHEN OTHER
                 DISPLAY "PROGRAMA DESCONHECIDO NA FILA: "
                    WS-JB-PROGRAMA(WS-JOB-I)
