       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFUS.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Revisao e fusao dos provaveis clientes duplicados apontados
      * pelo CUSTDUP: o operador percorre a lista de trabalho
      * CUSTDUP.DAT par a par e decide:
      *   (1) fundir mantendo o primeiro id;
      *   (2) fundir mantendo o segundo id;
      *   (D) distinto - o par entra em CUSTDIST.DAT e nunca mais
      *       reaparece na varredura;
      *   (P) pular    - decide outro dia;
      *   (F) encerrar a revisao.
      * A fusao mantem um so CM-CUSTOMER-ID e reaponta para ele toda
      * a historia do id fundido:
      *   - COTACAO.DAT (COT-CLIENTE-ID, regravado pela chave);
      *   - VENDAS.DAT e VENDASAR.DAT (VD-CLIENTE-ID);
      *   - CONTRATOS.DAT (CT-CLIENTE-ID);
      *   - SERVAGEN.DAT (SA-CLIENTE-ID);
      *   - RESTRICAO.DAT (RS-CLIENTE-ID).
      * O registro fundido nao e apagado: fica ARQUIVADO (X) em
      * CUSTMAST.DAT, fora das varreduras e das cartas. Nascimento e
      * CPF/CNPJ que faltem no sobrevivente sao herdados do fundido.
      * O log FUSAOCLI.DAT guarda a imagem antes/depois dos dois
      * registros e a contagem reapontada em cada arquivo.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-WORKLIST ASSIGN TO "CUSTDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CLI-DISTINTOS ASSIGN TO "CUSTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT ARQUIVO-ALVO ASSIGN TO WS-ALVO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALVO-STATUS.
           SELECT FUSAO-LOG ASSIGN TO "FUSAOCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-WORKLIST
           RECORD CONTAINS 91 CHARACTERS.
       01  CLI-WORKLIST-REC.
           05  CW-PONTOS         PIC 9(3).
           05  CW-ID-1           PIC X(6).
           05  CW-ID-2           PIC X(6).
           05  CW-NOME-1         PIC X(30).
           05  CW-NOME-2         PIC X(30).
           05  CW-NASC-1         PIC X(8).
           05  CW-NASC-2         PIC X(8).

       FD  CLI-DISTINTOS
           RECORD CONTAINS 12 CHARACTERS.
       01  CLI-DISTINTOS-REC.
           05  CD-ID-1           PIC X(6).
           05  CD-ID-2           PIC X(6).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

      *    Largura folgada para o maior alvo (SERVAGEN.DAT tem 123
      *    posicoes).
       FD  ARQUIVO-ALVO
           RECORD CONTAINS 130 CHARACTERS.
       01  ARQUIVO-ALVO-REC      PIC X(130).

       FD  FUSAO-LOG
           RECORD CONTAINS 157 CHARACTERS.
       01  FUSAO-LOG-REC         PIC X(157).

       WORKING-STORAGE SECTION.
       77  WS-WORK-STATUS   PIC XX VALUE SPACES.
       77  WS-DIST-STATUS   PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-ALVO-STATUS   PIC XX VALUE SPACES.
       77  WS-FLOG-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-WORK      PIC X VALUE "N".
           88 EOF-WORK             VALUE "Y".
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-RESPOSTA      PIC X.
       77  WS-OPERADOR      PIC X(8) VALUE SPACES.
       77  WS-ID-SOBREV     PIC X(6) VALUE SPACES.
       77  WS-ID-FUNDIDO    PIC X(6) VALUE SPACES.
       77  WS-QTD-FUNDIDOS  PIC 9(3) VALUE 0.
       77  WS-QTD-DISTINTOS PIC 9(3) VALUE 0.
       77  WS-FIM-REVISAO   PIC X VALUE "N".
           88 FIM-REVISAO          VALUE "Y".
       77  WS-FUSAO-OK      PIC X VALUE "N".
           88 FUSAO-OK             VALUE "Y".
       01  WS-SOBREV-ANTES  PIC X(61).
       01  WS-SOBREV-DEPOIS PIC X(61).
       01  WS-FUND-ANTES    PIC X(61).
       01  WS-FUND-DEPOIS   PIC X(61).
      *    Arquivos sequenciais que carregam o id do cliente e a
      *    posicao do id dentro do registro de cada um.
       01  WS-ALVO-TABELA.
           05  FILLER PIC X(14) VALUE "VENDAS.DAT    ".
           05  FILLER PIC 9(3)  VALUE 056.
           05  FILLER PIC X(14) VALUE "VENDASAR.DAT  ".
           05  FILLER PIC 9(3)  VALUE 056.
           05  FILLER PIC X(14) VALUE "CONTRATOS.DAT ".
           05  FILLER PIC 9(3)  VALUE 013.
           05  FILLER PIC X(14) VALUE "SERVAGEN.DAT  ".
           05  FILLER PIC 9(3)  VALUE 007.
           05  FILLER PIC X(14) VALUE "RESTRICAO.DAT ".
           05  FILLER PIC 9(3)  VALUE 001.
       01  WS-ALVO-TAB REDEFINES WS-ALVO-TABELA.
           05  WS-ALVO-ENTRY OCCURS 5 TIMES.
               10  WS-ALVO-ARQ     PIC X(14).
               10  WS-ALVO-POS     PIC 9(3).
       77  WS-ALVO-I        PIC 9 VALUE 0.
       77  WS-ALVO-NOME     PIC X(14).
       77  WS-POS-ID        PIC 9(3).
       77  WS-ALVO-ESTOURO  PIC X VALUE "N".
           88 ALVO-ESTOUROU        VALUE "Y".
       77  WS-LIN-COUNT     PIC 9(4) VALUE 0.
       01  WS-LIN-TABELA.
           05  WS-LIN-ENTRY OCCURS 2000 TIMES PIC X(130).
       77  WS-I             PIC 9(4).
       77  WS-REAPONTADOS   PIC 9(4) VALUE 0.
      *    Chaves das cotacoes do id fundido - coletadas antes de
      *    regravar, porque a troca do id mexe na chave alternada
      *    que esta sendo percorrida.
       77  WS-COT-COUNT     PIC 9(3) VALUE 0.
       77  WS-COT-ESTOURO   PIC X VALUE "N".
           88 COTACOES-ESTOURARAM  VALUE "Y".
       01  WS-COT-TABELA.
           05  WS-COT-ENTRY OCCURS 500 TIMES.
               10  WS-CK-NUMERO    PIC 9(6).
               10  WS-CK-LINHA     PIC 9(2).
       01  WS-FLOG-DATA-HORA.
           05  WS-FLOG-DATA       PIC 9(8).
           05  WS-FLOG-HORA       PIC 9(6).
           05  FILLER             PIC X(7).
       01  WS-FLOG-LINHA.
           05  WS-FLOG-LIN-DATA   PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-LIN-HORA   PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-OPER       PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-ACAO       PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-ANTES      PIC X(61).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-DEPOIS     PIC X(61).
       01  WS-FLOG-CONTAGEM.
           05  WS-FLOG-ARQ        PIC X(14).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-QTD        PIC ZZZ9.
           05  FILLER             PIC X(17)
                                  VALUE " REAPONTADO(S) DE".
           05  FILLER             PIC X VALUE SPACE.
           05  WS-FLOG-DE         PIC X(6).
           05  FILLER             PIC X(6) VALUE " PARA ".
           05  WS-FLOG-PARA       PIC X(6).
           05  FILLER             PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WS-OPERADOR
           MOVE "N" TO WS-EOF-WORK
           OPEN INPUT CLI-WORKLIST
           IF WS-WORK-STATUS = "35"
              DISPLAY "CUSTDUP.DAT NAO ENCONTRADO - "
                 "RODE A VARREDURA CUSTDUP ANTES"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL EOF-WORK OR FIM-REVISAO
              READ CLI-WORKLIST
                 AT END
                    MOVE "Y" TO WS-EOF-WORK
                 NOT AT END
                    PERFORM REVISA-UM-PAR
              END-READ
           END-PERFORM
           CLOSE CLI-WORKLIST
           DISPLAY "REVISAO ENCERRADA: " WS-QTD-FUNDIDOS
              " FUSAO(OES), " WS-QTD-DISTINTOS
              " PAR(ES) MARCADO(S) COMO DISTINTO(S)"
           GOBACK.

       REVISA-UM-PAR.
           DISPLAY "PONTOS " CW-PONTOS ":"
           DISPLAY "  (1) " CW-ID-1 " " CW-NOME-1 " NASC " CW-NASC-1
           DISPLAY "  (2) " CW-ID-2 " " CW-NOME-2 " NASC " CW-NASC-2
           DISPLAY "(1) FUNDIR MANTENDO O 1  (2) FUNDIR MANTENDO O 2"
           DISPLAY "(D) DISTINTOS  (P) PULAR  (F) ENCERRAR"
           ACCEPT WS-RESPOSTA
           EVALUATE WS-RESPOSTA
              WHEN "1"
                 MOVE CW-ID-1 TO WS-ID-SOBREV
                 MOVE CW-ID-2 TO WS-ID-FUNDIDO
                 PERFORM FUNDE-CLIENTES
              WHEN "2"
                 MOVE CW-ID-2 TO WS-ID-SOBREV
                 MOVE CW-ID-1 TO WS-ID-FUNDIDO
                 PERFORM FUNDE-CLIENTES
              WHEN "D"
                 PERFORM MARCA-DISTINTO
              WHEN "F"
                 MOVE "Y" TO WS-FIM-REVISAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       MARCA-DISTINTO.
           OPEN EXTEND CLI-DISTINTOS
           IF WS-DIST-STATUS = "35"
              CLOSE CLI-DISTINTOS
              OPEN OUTPUT CLI-DISTINTOS
           END-IF
           MOVE CW-ID-1 TO CD-ID-1
           MOVE CW-ID-2 TO CD-ID-2
           WRITE CLI-DISTINTOS-REC
           CLOSE CLI-DISTINTOS
           ADD 1 TO WS-QTD-DISTINTOS
           DISPLAY "PAR MARCADO COMO DISTINTO - NAO REAPARECE".

      *    A capacidade das tabelas e conferida antes de mexer em
      *    qualquer arquivo: uma fusao pela metade deixaria a
      *    historia do cliente espalhada de novo entre dois ids.
       FUNDE-CLIENTES.
           PERFORM VERIFICA-CAPACIDADE
           IF ALVO-ESTOUROU OR COTACOES-ESTOURARAM
              DISPLAY "FUSAO CANCELADA - " WS-ALVO-NOME
                 " MAIOR QUE A TABELA (RODE O EXPURGO ANTES)"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM ARQUIVA-CLIENTE-FUNDIDO
           IF NOT FUSAO-OK
              EXIT PARAGRAPH
           END-IF
           MOVE "FUNDIDO " TO WS-FLOG-ACAO
           MOVE WS-FUND-ANTES  TO WS-FLOG-ANTES
           MOVE WS-FUND-DEPOIS TO WS-FLOG-DEPOIS
           PERFORM GRAVA-LOG-FUSAO
           MOVE "SOBREVIV" TO WS-FLOG-ACAO
           MOVE WS-SOBREV-ANTES  TO WS-FLOG-ANTES
           MOVE WS-SOBREV-DEPOIS TO WS-FLOG-DEPOIS
           PERFORM GRAVA-LOG-FUSAO
           PERFORM REAPONTA-COTACOES
           PERFORM VARYING WS-ALVO-I FROM 1 BY 1
                 UNTIL WS-ALVO-I > 5
              MOVE WS-ALVO-ARQ(WS-ALVO-I) TO WS-ALVO-NOME
              MOVE WS-ALVO-POS(WS-ALVO-I) TO WS-POS-ID
              PERFORM REAPONTA-ARQUIVO
           END-PERFORM
           ADD 1 TO WS-QTD-FUNDIDOS
           DISPLAY "CLIENTE " WS-ID-FUNDIDO " FUNDIDO EM "
              WS-ID-SOBREV " - VER FUSAOCLI.DAT".

       VERIFICA-CAPACIDADE.
           MOVE "N" TO WS-ALVO-ESTOURO
           PERFORM VARYING WS-ALVO-I FROM 1 BY 1
                 UNTIL WS-ALVO-I > 5 OR ALVO-ESTOUROU
              MOVE WS-ALVO-ARQ(WS-ALVO-I) TO WS-ALVO-NOME
              PERFORM LE-ARQUIVO-ALVO
           END-PERFORM
           IF NOT ALVO-ESTOUROU
              MOVE "COTACAO.DAT" TO WS-ALVO-NOME
              PERFORM COLETA-COTACOES-FUNDIDO
           END-IF.

      *    Sobrevivente e fundido precisam estar ativos - um par ja
      *    fundido numa revisao anterior (fundido arquivado) nao e
      *    fundido de novo. O sobrevivente herda o que so o fundido
      *    tinha; o CPF/CNPJ sai do arquivado para a checagem de
      *    documento unico do CUSTMNT nao acusar o proprio cliente.
       ARQUIVA-CLIENTE-FUNDIDO.
           MOVE "N" TO WS-FUSAO-OK
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTMAST.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-FUNDIDO TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
              INVALID KEY
                 DISPLAY "CLIENTE " WS-ID-FUNDIDO
                    " NAO ENCONTRADO - NADA FUNDIDO"
                 CLOSE CUSTOMER-MASTER
                 EXIT PARAGRAPH
           END-READ
           IF NOT CM-CLI-ATIVO
              DISPLAY "CLIENTE " WS-ID-FUNDIDO
                 " NAO ESTA ATIVO - NADA FUNDIDO"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-REC TO WS-FUND-ANTES
           MOVE WS-ID-SOBREV TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
              INVALID KEY
                 DISPLAY "CLIENTE " WS-ID-SOBREV
                    " NAO ENCONTRADO - NADA FUNDIDO"
                 CLOSE CUSTOMER-MASTER
                 EXIT PARAGRAPH
           END-READ
           IF NOT CM-CLI-ATIVO
              DISPLAY "CLIENTE " WS-ID-SOBREV
                 " NAO ESTA ATIVO - NADA FUNDIDO"
              CLOSE CUSTOMER-MASTER
              EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-REC TO WS-SOBREV-ANTES
           MOVE WS-FUND-ANTES TO WS-FUND-DEPOIS
           IF CM-BIRTH-YEAR NOT NUMERIC OR CM-BIRTH-YEAR = 0
              MOVE WS-FUND-ANTES(37:8) TO CUSTOMER-MASTER-REC(37:8)
           END-IF
           IF CM-DOC-TIPO = SPACE
              MOVE WS-FUND-ANTES(47:15) TO CUSTOMER-MASTER-REC(47:15)
              MOVE SPACES TO WS-FUND-DEPOIS(47:15)
           END-IF
           REWRITE CUSTOMER-MASTER-REC
           MOVE CUSTOMER-MASTER-REC TO WS-SOBREV-DEPOIS
           MOVE WS-FUND-DEPOIS TO CUSTOMER-MASTER-REC
           SET CM-ARQUIVADO TO TRUE
           REWRITE CUSTOMER-MASTER-REC
           MOVE CUSTOMER-MASTER-REC TO WS-FUND-DEPOIS
           CLOSE CUSTOMER-MASTER
           MOVE "Y" TO WS-FUSAO-OK.

       COLETA-COTACOES-FUNDIDO.
           MOVE 0 TO WS-COT-COUNT
           MOVE "N" TO WS-COT-ESTOURO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-FUNDIDO TO COT-CLIENTE-ID
           START COTACAO KEY IS = COT-CLIENTE-ID
              INVALID KEY
                 MOVE "Y" TO WS-EOF-ARQ
           END-START
           PERFORM UNTIL EOF-ARQ
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF COT-CLIENTE-ID NOT = WS-ID-FUNDIDO
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       IF WS-COT-COUNT < 500
                          ADD 1 TO WS-COT-COUNT
                          MOVE COT-NUMERO
                             TO WS-CK-NUMERO(WS-COT-COUNT)
                          MOVE COT-LINHA
                             TO WS-CK-LINHA(WS-COT-COUNT)
                       ELSE
                          MOVE "Y" TO WS-COT-ESTOURO
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO.

      *    Cada linha de cotacao e relida pela chave primaria e
      *    regravada com o id sobrevivente.
       REAPONTA-COTACOES.
           MOVE 0 TO WS-REAPONTADOS
           IF WS-COT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O COTACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-COT-COUNT
              MOVE WS-CK-NUMERO(WS-I) TO COT-NUMERO
              MOVE WS-CK-LINHA(WS-I)  TO COT-LINHA
              READ COTACAO KEY IS COT-CHAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-ID-SOBREV TO COT-CLIENTE-ID
                    REWRITE COTACAO-REC
                    ADD 1 TO WS-REAPONTADOS
              END-READ
           END-PERFORM
           CLOSE COTACAO
           MOVE "COTACAO.DAT" TO WS-FLOG-ARQ
           PERFORM GRAVA-CONTAGEM-FUSAO.

       LE-ARQUIVO-ALVO.
           MOVE 0 TO WS-LIN-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ARQUIVO-ALVO
           IF WS-ALVO-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ ARQUIVO-ALVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-LIN-COUNT < 2000
                          ADD 1 TO WS-LIN-COUNT
                          MOVE ARQUIVO-ALVO-REC
                             TO WS-LIN-ENTRY(WS-LIN-COUNT)
                       ELSE
                          MOVE "Y" TO WS-ALVO-ESTOURO
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQUIVO-ALVO
           END-IF.

      *    O arquivo so e regravado quando alguma linha trocou de id.
       REAPONTA-ARQUIVO.
           PERFORM LE-ARQUIVO-ALVO
           MOVE 0 TO WS-REAPONTADOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-LIN-COUNT
              IF WS-LIN-ENTRY(WS-I)(WS-POS-ID:6) = WS-ID-FUNDIDO
                 MOVE WS-ID-SOBREV
                    TO WS-LIN-ENTRY(WS-I)(WS-POS-ID:6)
                 ADD 1 TO WS-REAPONTADOS
              END-IF
           END-PERFORM
           IF WS-REAPONTADOS > 0
              OPEN OUTPUT ARQUIVO-ALVO
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-LIN-COUNT
                 MOVE WS-LIN-ENTRY(WS-I) TO ARQUIVO-ALVO-REC
                 WRITE ARQUIVO-ALVO-REC
              END-PERFORM
              CLOSE ARQUIVO-ALVO
           END-IF
           MOVE WS-ALVO-NOME TO WS-FLOG-ARQ
           PERFORM GRAVA-CONTAGEM-FUSAO.

       GRAVA-CONTAGEM-FUSAO.
           MOVE WS-REAPONTADOS TO WS-FLOG-QTD
           MOVE WS-ID-FUNDIDO  TO WS-FLOG-DE
           MOVE WS-ID-SOBREV   TO WS-FLOG-PARA
           MOVE "REAPONTA" TO WS-FLOG-ACAO
           MOVE WS-FLOG-CONTAGEM TO WS-FLOG-ANTES
           MOVE SPACES TO WS-FLOG-DEPOIS
           PERFORM GRAVA-LOG-FUSAO.

       GRAVA-LOG-FUSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-FLOG-DATA-HORA
           MOVE WS-FLOG-DATA TO WS-FLOG-LIN-DATA
           MOVE WS-FLOG-HORA TO WS-FLOG-LIN-HORA
           MOVE WS-OPERADOR  TO WS-FLOG-OPER
           OPEN EXTEND FUSAO-LOG
           IF WS-FLOG-STATUS = "35"
              CLOSE FUSAO-LOG
              OPEN OUTPUT FUSAO-LOG
           END-IF
           WRITE FUSAO-LOG-REC FROM WS-FLOG-LINHA
           CLOSE FUSAO-LOG.
