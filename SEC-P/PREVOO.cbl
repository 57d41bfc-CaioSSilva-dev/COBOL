      * SEC-PROC ANTES de qualquer passo mexer em dados:
      *   - todo arquivo de entrada da noite existe e abre para
      *     leitura (lista padrao abaixo; PREFLREQ.DAT, um nome por
      *     linha, substitui a lista quando presente) - os masters
      *     indexados (PESSOA, CUSTMAST, VENDMAST, VEICMAST, COTACAO)
      *     abrem como indexados, com a chave do copybook;
      *   - as travas PESSOA.LCK e COMIS.LCK estao LIVRE;
      *   - DATANEG.DAT traz uma data sadia (numerica, mes 1-12,
      *     dia 1-31) que cai em dia util do calendario FERIADOS.
      * Qualquer reprovacao termina com RETURN-CODE 8 e UM alerta
      * claro em OPERALRT.DAT - a cadeia morre antes de queimar a
      * janela falhando passo a passo.
      * Aviso (alerta MEDIO, sem reprovar): FERIADOS.DAT sem nenhum
      * feriado no ano da data de negocio, ou sem o ano seguinte
      * quando faltam WS-AVISO-DIAS dias ou menos para a virada -
      * gerar o ano pelo FERMNT antes que os vencimentos caiam nele.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQ-CONFERIDO ASSIGN TO WS-CONF-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-CONF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CONF-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-CONF-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-CONF-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-CONF-STATUS.
           SELECT PREFL-REQUERIDOS ASSIGN TO "PREFLREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           RECORD CONTAINS 160 CHARACTERS.
       01  ARQ-CONFERIDO-REC     PIC X(160).

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

       FD  PREFL-REQUERIDOS
           RECORD CONTAINS 12 CHARACTERS.
       01  PREFL-REQUERIDOS-REC  PIC X(12).
       01  BUSINESS-DATE-REC     PIC X(8).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
           05  WS-TRAVA-LISTA OCCURS 2 TIMES PIC X(12).
       77  WS-QTD-FALHAS    PIC 9(2) VALUE 0.
       77  WS-MOTIVO-FALHA  PIC X(26) VALUE SPACES.
       77  WS-SEVERIDADE    PIC X(5) VALUE SPACES.
       77  WS-AVISO-DIAS    PIC 9(3) VALUE 60.
       77  WS-DIAS-VIRADA   PIC 9(5) VALUE 0.
       77  WS-ANO-CONFERIDO PIC 9(4) VALUE 0.
       77  WS-QTD-FER-ANO   PIC 9(3) VALUE 0.
       01  WS-DATA-PARTES.
           05  WS-DP-ANO        PIC 9(4).
           05  WS-DP-MES        PIC 9(2).
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-REQ-COUNT
              MOVE WS-REQ-NOME-TAB(WS-I) TO WS-CONF-NOME
              PERFORM ABRE-ARQUIVO-CONFERIDO
              IF WS-CONF-STATUS NOT = "00"
                    AND WS-CONF-STATUS NOT = "05"
                 MOVE SPACES TO WS-MOTIVO-FALHA
                 STRING "FALTA " DELIMITED BY SIZE
                        WS-CONF-NOME DELIMITED BY SIZE
              END-IF
           END-PERFORM.

      *    Master indexado aberto como texto nao confere nada - cada
      *    um abre pelo proprio SELECT, com a chave do copybook; um
      *    master que ainda e sequencial (sem conversao) reprova.
       ABRE-ARQUIVO-CONFERIDO.
           EVALUATE WS-CONF-NOME
              WHEN "PESSOA.DAT"
                 OPEN INPUT PESSOA-MASTER
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE PESSOA-MASTER
                 END-IF
              WHEN "CUSTMAST.DAT"
                 OPEN INPUT CUSTOMER-MASTER
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE CUSTOMER-MASTER
                 END-IF
              WHEN "VEICMAST.DAT"
                 OPEN INPUT VEICULO-MASTER
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE VEICULO-MASTER
                 END-IF
              WHEN "VENDMAST.DAT"
                 OPEN INPUT VENDEDOR-MASTER
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE VENDEDOR-MASTER
                 END-IF
              WHEN "COTACAO.DAT"
                 OPEN INPUT COTACAO
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE COTACAO
                 END-IF
              WHEN OTHER
                 OPEN INPUT ARQ-CONFERIDO
                 IF WS-CONF-STATUS = "00" OR WS-CONF-STATUS = "05"
                    CLOSE ARQ-CONFERIDO
                 END-IF
           END-EVALUATE.

       CONFERE-TRAVAS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
              MOVE WS-TRAVA-LISTA(WS-I) TO WS-TRAVA-NOME-PF
           IF NOT DIA-UTIL
              MOVE "DATA DE NEGOCIO NAO UTIL" TO WS-MOTIVO-FALHA
              PERFORM REGISTRA-FALHA
           END-IF
           PERFORM CONFERE-CALENDARIO.

      *    O ano corrente tem de ter calendario; o seguinte tambem,
      *    quando a virada esta a WS-AVISO-DIAS dias ou menos.
       CONFERE-CALENDARIO.
           MOVE WS-DP-ANO TO WS-ANO-CONFERIDO
           PERFORM CONTA-FERIADOS-ANO
           IF WS-QTD-FER-ANO = 0
              PERFORM REGISTRA-AVISO-CALENDARIO
           END-IF
           COMPUTE WS-DIAS-VIRADA =
              FUNCTION INTEGER-OF-DATE((WS-DP-ANO + 1) * 10000 + 101)
              - FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           IF WS-DIAS-VIRADA <= WS-AVISO-DIAS
              ADD 1 TO WS-ANO-CONFERIDO
              PERFORM CONTA-FERIADOS-ANO
              IF WS-QTD-FER-ANO = 0
                 PERFORM REGISTRA-AVISO-CALENDARIO
              END-IF
           END-IF.

       CONTA-FERIADOS-ANO.
           MOVE 0 TO WS-QTD-FER-ANO
           PERFORM VARYING WS-DU-I FROM 1 BY 1
                 UNTIL WS-DU-I > WS-DU-COUNT
              IF WS-DU-FERIADO(WS-DU-I)(1:4) = WS-ANO-CONFERIDO
                 ADD 1 TO WS-QTD-FER-ANO
              END-IF
           END-PERFORM.

       REGISTRA-AVISO-CALENDARIO.
           MOVE SPACES TO WS-MOTIVO-FALHA
           STRING "SEM FERIADOS PARA " DELIMITED BY SIZE
                  WS-ANO-CONFERIDO DELIMITED BY SIZE
                  INTO WS-MOTIVO-FALHA
           END-STRING
           DISPLAY "PREVOO: AVISO - " FUNCTION TRIM(WS-MOTIVO-FALHA)
              " (GERAR O ANO NO FERMNT)"
           MOVE "MEDIO" TO WS-SEVERIDADE
           PERFORM GRAVA-ALERTA.

       REGISTRA-FALHA.
           ADD 1 TO WS-QTD-FALHAS
           DISPLAY "PREVOO: " WS-MOTIVO-FALHA
           MOVE "GRAVE" TO WS-SEVERIDADE
           PERFORM GRAVA-ALERTA.

       GRAVA-ALERTA.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE WS-SEVERIDADE TO AL-SEVERIDADE
           MOVE "PREVOO"   TO AL-PASSO
           MOVE WS-MOTIVO-FALHA TO AL-MENSAGEM
           OPEN EXTEND OPERADOR-ALERTA
