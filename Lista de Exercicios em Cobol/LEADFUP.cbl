       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADFUP.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Follow-up dos leads da recepcao (LEADS.DAT, gravado pelo
      * OLA-USER quando o visitante deixa modelo e telefone):
      *   - vinculo automatico com a cotacao: primeira cotacao do
      *     mesmo nome emitida a partir do dia da visita
      *     (COTACAO.DAT e o historico COTAHIST.DAT do expurgo);
      *   - lista diaria LEADFUP.DAT dos leads ainda sem cotacao
      *     depois de N dias, com vendedor e telefone para ligar;
      *   - relatorio mensal LEADCONV.DAT visitante -> lead ->
      *     cotacao -> venda (VISITLOG.DAT e VENDAS/VENDASAR nao
      *     canceladas), no total e por vendedor - quanto do
      *     trafego do salao se perde;
      *   - escala de plantao ESCALA.DAT: vendedores ativos
      *     (VENDMAST) de plantao por data, de onde o OLA-USER tira
      *     o vendedor do lead.
      * A idade do lead e contada pela data de negocio.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEADS ASSIGN TO "LEADS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT ESCALA ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VMAST-STATUS.
           SELECT VISITOR-LOG ASSIGN TO "VISITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-HIST ASSIGN TO "COTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHIST-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT FOLLOWUP-REPORT ASSIGN TO "LEADFUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUP-STATUS.
           SELECT CONVERSAO-REPORT ASSIGN TO "LEADCONV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEADS
           RECORD CONTAINS 80 CHARACTERS.
       COPY "LEADREC.cpy".

       FD  ESCALA
           RECORD CONTAINS 14 CHARACTERS.
       COPY "ESCALREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VISITOR-LOG
           RECORD CONTAINS 60 CHARACTERS.
       01  VISITOR-LOG-REC       PIC X(60).

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-HIST
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-HIST-REC      PIC X(207).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  FOLLOWUP-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  FOLLOWUP-REPORT-REC   PIC X(70).

       FD  CONVERSAO-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  CONVERSAO-REPORT-REC  PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       77  WS-LEAD-STATUS   PIC XX VALUE SPACES.
       77  WS-ESC-STATUS    PIC XX VALUE SPACES.
       77  WS-VMAST-STATUS  PIC XX VALUE SPACES.
       77  WS-LOG-STATUS    PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-CHIST-STATUS  PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-FUP-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-LD-COUNT      PIC 9(4) VALUE 0.
       77  WS-LD-ESTOURO    PIC X VALUE "N".
           88 REGISTRO-ESTOUROU    VALUE "Y".
       01  WS-LD-TABELA.
           05  WS-LD-LINHA-TAB OCCURS 2000 TIMES PIC X(80).
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-NOME          PIC X(30) VALUE SPACES.
       77  WS-NOVO-VENDEDOR PIC X(6).
       77  WS-DATA-ESCALA   PIC 9(8).
       77  WS-COT-ACHADA    PIC 9(6) VALUE 0.
       77  WS-QTD-VINCULOS  PIC 9(4) VALUE 0.
       77  WS-DIAS-MINIMO   PIC 9(3) VALUE 0.
       77  WS-DIAS-LEAD     PIC 9(5) VALUE 0.
       77  WS-QTD-FOLLOWUP  PIC 9(4) VALUE 0.
       77  WS-QTD-ESCALA    PIC 9(3) VALUE 0.
      *    Relatorio mensal: cotacoes que viraram venda (nao
      *    cancelada) e as contagens por vendedor.
       77  WS-MES-INFORMADO PIC X(6).
       77  WS-MES-ALVO      PIC 9(6).
       77  WS-VND-COUNT     PIC 9(4) VALUE 0.
       01  WS-VND-TABELA.
           05  WS-VND-COT OCCURS 3000 TIMES PIC 9(6).
       77  WS-VENDEU        PIC X VALUE "N".
           88 VENDEU               VALUE "Y".
       77  WS-VDR-COUNT     PIC 9(3) VALUE 0.
       01  WS-VDR-TABELA.
           05  WS-VDR-ENTRY OCCURS 200 TIMES.
               10  WS-VR-VENDEDOR  PIC X(6).
               10  WS-VR-LEADS     PIC 9(4).
               10  WS-VR-COTACOES  PIC 9(4).
               10  WS-VR-VENDAS    PIC 9(4).
       77  WS-TOT-VISITAS   PIC 9(5) VALUE 0.
       77  WS-TOT-LEADS     PIC 9(4) VALUE 0.
       77  WS-TOT-COTACOES  PIC 9(4) VALUE 0.
       77  WS-TOT-VENDAS    PIC 9(4) VALUE 0.
       77  WS-SEM-LEAD      PIC 9(5) VALUE 0.
       77  WS-PCT-CALC      PIC 9(3)V9 VALUE 0.
       01  WS-FUP-LINHA.
           05  WS-FL-NUMERO     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-DATA       PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-DIAS       PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-VENDEDOR   PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-NOME       PIC X(22).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-TELEFONE   PIC X(11).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FL-VEIC-ID    PIC 9(3).
           05  FILLER           PIC X(4) VALUE SPACES.
       01  WS-REL-LINHA.
           05  WS-RL-CHAVE      PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-NOME       PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-LEADS      PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-COTACOES   PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-VENDAS     PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-PCT        PIC ZZ9.9.
           05  WS-RL-SINAL      PIC X.
           05  FILLER           PIC X(15) VALUE SPACES.
       01  WS-FUNIL-LINHA.
           05  WS-FN-LABEL      PIC X(28).
           05  WS-FN-QTD        PIC ZZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-FN-PCT        PIC ZZ9.9.
           05  WS-FN-SINAL      PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-FN-BASE       PIC X(14).
           05  FILLER           PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-LEADS
           IF REGISTRO-ESTOUROU
              DISPLAY "LEADS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "RODADA RECUSADA PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== LEADS DA RECEPCAO ====="
              DISPLAY "(1) LISTA DE FOLLOW-UP DO DIA"
              DISPLAY "(2) RELATORIO MENSAL DE CONVERSAO"
              DISPLAY "(3) INCLUIR VENDEDOR NA ESCALA DE PLANTAO"
              DISPLAY "(4) CONSULTAR ESCALA DE PLANTAO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-FOLLOWUP
                 WHEN 2 PERFORM RELATORIO-CONVERSAO
                 WHEN 3 PERFORM INCLUI-ESCALA
                 WHEN 4 PERFORM CONSULTA-ESCALA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-LEADS
           END-IF
           GOBACK.

       CARREGA-LEADS.
           MOVE 0 TO WS-LD-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT LEADS
           IF WS-LEAD-STATUS = "35"
              DISPLAY "LEADS.DAT NAO ENCONTRADO - "
                 "NENHUM LEAD REGISTRADO NA RECEPCAO"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ LEADS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-LD-COUNT < 2000
                          ADD 1 TO WS-LD-COUNT
                          MOVE LEAD-REC
                             TO WS-LD-LINHA-TAB(WS-LD-COUNT)
                       ELSE
                          MOVE "Y" TO WS-LD-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEADS
           END-IF.

       REGRAVA-LEADS.
           OPEN OUTPUT LEADS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-LD-COUNT
              MOVE WS-LD-LINHA-TAB(WS-I) TO LEAD-REC
              WRITE LEAD-REC
           END-PERFORM
           CLOSE LEADS.

      *    Antes de qualquer lista, o lead sem cotacao procura a
      *    primeira cotacao do mesmo nome emitida no dia da visita
      *    ou depois - o visitante que voltou e cotou sai do
      *    follow-up sozinho.
       VINCULA-AUTOMATICO.
           MOVE 0 TO WS-QTD-VINCULOS
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-LD-COUNT
              MOVE WS-LD-LINHA-TAB(WS-J) TO LEAD-REC
              IF LD-COT-NUMERO = 0
                 PERFORM PROCURA-COTACAO-SEGUINTE
                 IF WS-COT-ACHADA NOT = 0
                    MOVE WS-LD-LINHA-TAB(WS-J) TO LEAD-REC
                    MOVE WS-COT-ACHADA TO LD-COT-NUMERO
                    MOVE LEAD-REC TO WS-LD-LINHA-TAB(WS-J)
                    MOVE "Y" TO WS-ALTERADO
                    ADD 1 TO WS-QTD-VINCULOS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-VINCULOS > 0
              DISPLAY WS-QTD-VINCULOS
                 " LEAD(S) LIGADO(S) A COTACAO"
           END-IF.

       PROCURA-COTACAO-SEGUINTE.
           MOVE 0 TO WS-COT-ACHADA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-COTACAO-SEGUINTE
                 END-READ
              END-PERFORM
              CLOSE COTACAO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-HIST
           IF WS-CHIST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO-HIST
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE COTACAO-HIST-REC TO COTACAO-REC
                       PERFORM CONFERE-COTACAO-SEGUINTE
                 END-READ
              END-PERFORM
              CLOSE COTACAO-HIST
           END-IF.

      *    O visitante da recepcao nao tem id de cliente: a ligacao
      *    e pelo nome digitado (as 30 posicoes da cotacao).
       CONFERE-COTACAO-SEGUINTE.
           IF COT-CLIENTE = LD-NOME(1:30)
                 AND COT-DATA-EMISSAO IS NUMERIC
                 AND COT-DATA-EMISSAO >= LD-DATA
              IF WS-COT-ACHADA = 0 OR COT-NUMERO < WS-COT-ACHADA
                 MOVE COT-NUMERO TO WS-COT-ACHADA
              END-IF
           END-IF.

       LISTA-FOLLOWUP.
           MOVE 1  TO WS-NUM-MIN
           MOVE 90 TO WS-NUM-MAX
           MOVE "DIAS SEM COTACAO PARA ENTRAR NA LISTA: "
              TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-DIAS-MINIMO
           PERFORM VINCULA-AUTOMATICO
           MOVE 0 TO WS-QTD-FOLLOWUP
           OPEN OUTPUT FOLLOWUP-REPORT
           MOVE SPACES TO FOLLOWUP-REPORT-REC
           STRING "===== FOLLOW-UP DE LEADS EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - SEM COTACAO HA " DELIMITED BY SIZE
                  WS-DIAS-MINIMO DELIMITED BY SIZE
                  " DIAS OU MAIS" DELIMITED BY SIZE
                  INTO FOLLOWUP-REPORT-REC
           END-STRING
           WRITE FOLLOWUP-REPORT-REC
           MOVE "LEAD   VISITA   DIAS VEND.  NOME" TO
              FOLLOWUP-REPORT-REC
           MOVE "TELEFONE    MOD" TO FOLLOWUP-REPORT-REC(53:15)
           WRITE FOLLOWUP-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-LD-COUNT
              MOVE WS-LD-LINHA-TAB(WS-I) TO LEAD-REC
              IF LD-COT-NUMERO = 0 AND LD-DATA IS NUMERIC
                    AND LD-DATA <= WS-HOJE
                 COMPUTE WS-DIAS-LEAD =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
                    - FUNCTION INTEGER-OF-DATE(LD-DATA)
                 IF WS-DIAS-LEAD >= WS-DIAS-MINIMO
                    PERFORM GRAVA-LINHA-FOLLOWUP
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO FOLLOWUP-REPORT-REC
           STRING "LEADS PARA LIGAR: " DELIMITED BY SIZE
                  WS-QTD-FOLLOWUP DELIMITED BY SIZE
                  INTO FOLLOWUP-REPORT-REC
           END-STRING
           WRITE FOLLOWUP-REPORT-REC
           CLOSE FOLLOWUP-REPORT
           DISPLAY WS-QTD-FOLLOWUP " LEAD(S) PARA FOLLOW-UP - "
              "VER LEADFUP.DAT".

       GRAVA-LINHA-FOLLOWUP.
           ADD 1 TO WS-QTD-FOLLOWUP
           MOVE LD-NUMERO      TO WS-FL-NUMERO
           MOVE LD-DATA        TO WS-FL-DATA
           MOVE WS-DIAS-LEAD   TO WS-FL-DIAS
           IF LD-VENDEDOR-ID = SPACES
              MOVE "------"    TO WS-FL-VENDEDOR
           ELSE
              MOVE LD-VENDEDOR-ID TO WS-FL-VENDEDOR
           END-IF
           MOVE LD-NOME        TO WS-FL-NOME
           MOVE LD-TELEFONE    TO WS-FL-TELEFONE
           MOVE LD-VEIC-ID     TO WS-FL-VEIC-ID
           WRITE FOLLOWUP-REPORT-REC FROM WS-FUP-LINHA.

       RELATORIO-CONVERSAO.
           DISPLAY "MES DAS VISITAS (AAAAMM, BRANCO = MES "
              "CORRENTE): "
           ACCEPT WS-MES-INFORMADO
           IF WS-MES-INFORMADO(1:6) IS NUMERIC
              MOVE WS-MES-INFORMADO TO WS-MES-ALVO
           ELSE
              MOVE WS-HOJE(1:6) TO WS-MES-ALVO
           END-IF
           PERFORM VINCULA-AUTOMATICO
           PERFORM CARREGA-COTACOES-VENDIDAS
           PERFORM CONTA-VISITAS-DO-MES
           MOVE 0 TO WS-VDR-COUNT
           MOVE 0 TO WS-TOT-LEADS
           MOVE 0 TO WS-TOT-COTACOES
           MOVE 0 TO WS-TOT-VENDAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-LD-COUNT
              MOVE WS-LD-LINHA-TAB(WS-I) TO LEAD-REC
              IF LD-DATA(1:6) = WS-MES-ALVO
                 PERFORM ACUMULA-LEAD
              END-IF
           END-PERFORM
           IF WS-TOT-VISITAS > WS-TOT-LEADS
              COMPUTE WS-SEM-LEAD = WS-TOT-VISITAS - WS-TOT-LEADS
           ELSE
              MOVE 0 TO WS-SEM-LEAD
           END-IF
           OPEN OUTPUT CONVERSAO-REPORT
           MOVE SPACES TO CONVERSAO-REPORT-REC
           STRING "===== CONVERSAO DO TRAFEGO DO SALAO - MES "
                     DELIMITED BY SIZE
                  WS-MES-ALVO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO CONVERSAO-REPORT-REC
           END-STRING
           WRITE CONVERSAO-REPORT-REC
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "VISITANTES NA RECEPCAO:" TO WS-FN-LABEL
           MOVE WS-TOT-VISITAS TO WS-FN-QTD
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "LEADS REGISTRADOS:" TO WS-FN-LABEL
           MOVE WS-TOT-LEADS TO WS-FN-QTD
           IF WS-TOT-VISITAS > 0
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-TOT-LEADS * 100 / WS-TOT-VISITAS
           ELSE
              MOVE 0 TO WS-PCT-CALC
           END-IF
           MOVE WS-PCT-CALC TO WS-FN-PCT
           MOVE "%" TO WS-FN-SINAL
           MOVE "DAS VISITAS" TO WS-FN-BASE
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "LEADS QUE COTARAM:" TO WS-FN-LABEL
           MOVE WS-TOT-COTACOES TO WS-FN-QTD
           IF WS-TOT-LEADS > 0
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-TOT-COTACOES * 100 / WS-TOT-LEADS
           ELSE
              MOVE 0 TO WS-PCT-CALC
           END-IF
           MOVE WS-PCT-CALC TO WS-FN-PCT
           MOVE "%" TO WS-FN-SINAL
           MOVE "DOS LEADS" TO WS-FN-BASE
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "LEADS QUE COMPRARAM:" TO WS-FN-LABEL
           MOVE WS-TOT-VENDAS TO WS-FN-QTD
           IF WS-TOT-COTACOES > 0
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-TOT-VENDAS * 100 / WS-TOT-COTACOES
           ELSE
              MOVE 0 TO WS-PCT-CALC
           END-IF
           MOVE WS-PCT-CALC TO WS-FN-PCT
           MOVE "%" TO WS-FN-SINAL
           MOVE "DAS COTACOES" TO WS-FN-BASE
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO CONVERSAO-REPORT-REC
           WRITE CONVERSAO-REPORT-REC
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "VISITAS SEM LEAD:" TO WS-FN-LABEL
           MOVE WS-SEM-LEAD TO WS-FN-QTD
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO WS-FUNIL-LINHA
           MOVE "LEADS SEM COTACAO:" TO WS-FN-LABEL
           COMPUTE WS-FN-QTD = WS-TOT-LEADS - WS-TOT-COTACOES
           WRITE CONVERSAO-REPORT-REC FROM WS-FUNIL-LINHA
           MOVE SPACES TO CONVERSAO-REPORT-REC
           WRITE CONVERSAO-REPORT-REC
           MOVE "POR VENDEDOR DE PLANTAO" TO CONVERSAO-REPORT-REC
           WRITE CONVERSAO-REPORT-REC
           MOVE SPACES TO CONVERSAO-REPORT-REC
           MOVE "VEND."  TO CONVERSAO-REPORT-REC(1:5)
           MOVE "NOME"   TO CONVERSAO-REPORT-REC(8:4)
           MOVE "LEADS"  TO CONVERSAO-REPORT-REC(28:5)
           MOVE "COTAC"  TO CONVERSAO-REPORT-REC(35:5)
           MOVE "VENDAS" TO CONVERSAO-REPORT-REC(41:6)
           MOVE "CONV"   TO CONVERSAO-REPORT-REC(52:4)
           WRITE CONVERSAO-REPORT-REC
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VDR-COUNT
              MOVE SPACES TO WS-REL-LINHA
              IF WS-VR-VENDEDOR(WS-K) = SPACES
                 MOVE "------" TO WS-RL-CHAVE
                 MOVE "SEM PLANTAO" TO WS-RL-NOME
              ELSE
                 MOVE WS-VR-VENDEDOR(WS-K) TO WS-RL-CHAVE
                 MOVE WS-VR-VENDEDOR(WS-K) TO WS-NOVO-VENDEDOR
                 PERFORM BUSCA-VENDEDOR
                 MOVE WS-NOME TO WS-RL-NOME
              END-IF
              MOVE WS-VR-LEADS(WS-K)    TO WS-RL-LEADS
              MOVE WS-VR-COTACOES(WS-K) TO WS-RL-COTACOES
              MOVE WS-VR-VENDAS(WS-K)   TO WS-RL-VENDAS
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-VR-VENDAS(WS-K) * 100 / WS-VR-LEADS(WS-K)
              MOVE WS-PCT-CALC TO WS-RL-PCT
              MOVE "%" TO WS-RL-SINAL
              WRITE CONVERSAO-REPORT-REC FROM WS-REL-LINHA
           END-PERFORM
           CLOSE CONVERSAO-REPORT
           DISPLAY WS-TOT-VISITAS " VISITA(S) E " WS-TOT-LEADS
              " LEAD(S) NO MES " WS-MES-ALVO " - VER LEADCONV.DAT".

      *    O VISITLOG guarda a data editada AAAA/MM/DD na posicao 42.
       CONTA-VISITAS-DO-MES.
           MOVE 0 TO WS-TOT-VISITAS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VISITOR-LOG
           IF WS-LOG-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VISITOR-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VISITOR-LOG-REC(42:4) = WS-MES-ALVO(1:4)
                             AND VISITOR-LOG-REC(47:2)
                                = WS-MES-ALVO(5:2)
                          ADD 1 TO WS-TOT-VISITAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VISITOR-LOG
           END-IF.

       ACUMULA-LEAD.
           ADD 1 TO WS-TOT-LEADS
           MOVE "N" TO WS-VENDEU
           IF LD-COT-NUMERO NOT = 0
              ADD 1 TO WS-TOT-COTACOES
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-VND-COUNT OR VENDEU
                 IF WS-VND-COT(WS-J) = LD-COT-NUMERO
                    MOVE "Y" TO WS-VENDEU
                 END-IF
              END-PERFORM
           END-IF
           IF VENDEU
              ADD 1 TO WS-TOT-VENDAS
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VDR-COUNT
                    OR WS-VR-VENDEDOR(WS-K) = LD-VENDEDOR-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-VDR-COUNT
              IF WS-VDR-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VDR-COUNT
              MOVE LD-VENDEDOR-ID TO WS-VR-VENDEDOR(WS-K)
              MOVE 0 TO WS-VR-LEADS(WS-K)
              MOVE 0 TO WS-VR-COTACOES(WS-K)
              MOVE 0 TO WS-VR-VENDAS(WS-K)
           END-IF
           ADD 1 TO WS-VR-LEADS(WS-K)
           IF LD-COT-NUMERO NOT = 0
              ADD 1 TO WS-VR-COTACOES(WS-K)
           END-IF
           IF VENDEU
              ADD 1 TO WS-VR-VENDAS(WS-K)
           END-IF.

      *    Cotacoes que viraram venda: VD-COT-NUMERO das vendas nao
      *    canceladas do arquivo morto e do vivo.
       CARREGA-COTACOES-VENDIDAS.
           MOVE 0 TO WS-VND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM GUARDA-COTACAO-VENDIDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM GUARDA-COTACAO-VENDIDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       GUARDA-COTACAO-VENDIDA.
           IF VD-CANCELADA OR VD-COT-NUMERO IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF VD-COT-NUMERO = 0 OR WS-VND-COUNT > 2999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VND-COUNT
           MOVE VD-COT-NUMERO TO WS-VND-COT(WS-VND-COUNT).

       BUSCA-VENDEDOR.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VMAST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDEDOR-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VM-VENDEDOR-ID = WS-NOVO-VENDEDOR
                          MOVE VM-VENDEDOR-NOME TO WS-NOME
                          IF VM-ATIVO
                             MOVE "Y" TO WS-ACHOU
                          END-IF
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDEDOR-MASTER
           END-IF.

       OBTEM-DATA-ESCALA.
           DISPLAY "DATA DO PLANTAO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-ESCALA
           IF WS-DATA-ESCALA = 0
              MOVE WS-HOJE TO WS-DATA-ESCALA
           END-IF.

       INCLUI-ESCALA.
           PERFORM OBTEM-DATA-ESCALA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ESCALA) NOT = 0
              DISPLAY "DATA " WS-DATA-ESCALA " INVALIDA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ID DO VENDEDOR DE PLANTAO: "
           ACCEPT WS-NOVO-VENDEDOR
           PERFORM BUSCA-VENDEDOR
           IF NOT ACHOU
              DISPLAY "VENDEDOR " WS-NOVO-VENDEDOR
                 " NAO ENCONTRADO OU DESLIGADO EM VENDMAST.DAT"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ESCALA
           IF WS-ESC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ ESCALA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF ES-DATA = WS-DATA-ESCALA
                             AND ES-VENDEDOR-ID = WS-NOVO-VENDEDOR
                          MOVE "Y" TO WS-ACHOU
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESCALA
           END-IF
           IF ACHOU
              DISPLAY "VENDEDOR " WS-NOVO-VENDEDOR
                 " JA ESTA NA ESCALA DE " WS-DATA-ESCALA
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ESCALA   TO ES-DATA
           MOVE WS-NOVO-VENDEDOR TO ES-VENDEDOR-ID
           OPEN EXTEND ESCALA
           IF WS-ESC-STATUS = "35"
              CLOSE ESCALA
              OPEN OUTPUT ESCALA
           END-IF
           WRITE ESCALA-REC
           CLOSE ESCALA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PLANTAO DE " DELIMITED BY SIZE
                  WS-DATA-ESCALA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-NOVO-VENDEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CONSULTA-ESCALA.
           PERFORM OBTEM-DATA-ESCALA
           MOVE 0 TO WS-QTD-ESCALA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ESCALA
           IF WS-ESC-STATUS = "35"
              DISPLAY "ESCALA.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ ESCALA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF ES-DATA = WS-DATA-ESCALA
                       ADD 1 TO WS-QTD-ESCALA
                       DISPLAY ES-VENDEDOR-ID
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ESCALA
           DISPLAY WS-QTD-ESCALA " VENDEDOR(ES) DE PLANTAO EM "
              WS-DATA-ESCALA.

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".
