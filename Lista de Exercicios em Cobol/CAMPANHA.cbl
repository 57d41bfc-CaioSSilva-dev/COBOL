       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHA.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Campanhas de incentivo de vendas (CAMPANHA.DAT) - a campanha
      * sai do quadro branco e o bonus sai do AJUSTES digitado na
      * mao. Funcoes:
      *   - listar e incluir/alterar campanhas ainda abertas;
      *   - classificacao (CAMPREL.DAT): vendas do periodo em
      *     VENDASAR.DAT e VENDAS.DAT (canceladas fora), so dos
      *     modelos e filiais elegiveis, por vendedor participante,
      *     com o percentual da meta e o bonus de quem ja atingiu;
      *   - encerramento, depois do fim do periodo: a classificacao
      *     final e gravada e o bonus de cada vendedor que atingiu a
      *     meta vira provento no RECORR.DAT (descricao "CAMPANHA" +
      *     codigo, para a auditoria) vigente ate o fim do mes da
      *     data de negocio - a folha do mes paga sozinha.
      * A venda conta para o vendedor principal, como nas metas do
      * METAMNT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO "CAMPANHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT RECORRENTES ASSIGN TO "RECORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT CAMPANHA-REPORT ASSIGN TO "CAMPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHAS
           RECORD CONTAINS 170 CHARACTERS.
       COPY "CAMPREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  RECORRENTES.
       COPY "RECORREC.cpy".

       FD  CAMPANHA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CAMPANHA-REPORT-REC   PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "VENDVAL.cpy".
       77  WS-CAMP-STATUS   PIC XX VALUE SPACES.
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REC-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X VALUE SPACE.
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-I             PIC 9(3).
       77  WS-J             PIC 9(3).
      *    Campanhas em memoria, regravadas na saida.
       77  WS-CAMP-COUNT    PIC 9(3) VALUE 0.
       77  WS-CAMP-ESTOURO  PIC X VALUE "N".
           88 CAMP-ESTOUROU        VALUE "Y".
       01  WS-CAMP-TABELA.
           05  WS-CAMP-LINHA OCCURS 100 TIMES PIC X(170).
       77  WS-CAMP-POS      PIC 9(3) VALUE 0.
       77  WS-BUSCA-CODIGO  PIC X(6).
       77  WS-VEND-COUNT    PIC 9(3) VALUE 0.
       01  WS-VEND-TABELA.
           05  WS-VEND-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-VEND-COUNT
                              INDEXED BY WS-VEND-IDX.
               10  WS-VD-ID        PIC X(6).
               10  WS-VD-NOME      PIC X(30).
               10  WS-VD-STATUS    PIC X.
       77  WS-BUSCA-ID      PIC X(6).
       77  WS-BUSCA-NOME    PIC X(30).
       77  WS-BUSCA-STATUS  PIC X.
       77  WS-ACHOU-VEND    PIC X VALUE "N".
           88 ACHOU-VEND           VALUE "Y".
       77  WS-DATA-ENT      PIC 9(8).
       77  WS-DATA-OK       PIC X VALUE "N".
           88 DATA-OK              VALUE "Y".
       77  WS-FIM-LISTA     PIC X VALUE "N".
           88 FIM-LISTA            VALUE "Y".
       77  WS-ENT-FILIAL    PIC X(3).
       77  WS-ENT-VENDEDOR  PIC X(6).
      *    Classificacao da campanha consultada, um por vendedor.
       77  WS-CLS-COUNT     PIC 9(3) VALUE 0.
       77  WS-CLS-ESTOURO   PIC X VALUE "N".
           88 CLS-ESTOUROU         VALUE "Y".
       01  WS-CLS-TABELA.
           05  WS-CLS-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-CLS-COUNT
                              INDEXED BY WS-CLS-IDX.
               10  WS-CL-PCT       PIC 9(3)V9.
               10  WS-CL-ID        PIC X(6).
               10  WS-CL-UNID      PIC 9(3).
               10  WS-CL-VALOR     PIC 9(9)V99.
               10  WS-CL-BONUS     PIC 9(5)V99.
       01  WS-CLS-TROCA.
           05  FILLER           PIC 9(3)V9.
           05  FILLER           PIC X(6).
           05  FILLER           PIC 9(3).
           05  FILLER           PIC 9(9)V99.
           05  FILLER           PIC 9(5)V99.
       77  WS-ELEGIVEL      PIC X VALUE "N".
           88 VENDA-ELEGIVEL       VALUE "Y".
       77  WS-TEM-FILTRO    PIC X VALUE "N".
           88 TEM-FILTRO           VALUE "Y".
       77  WS-QTD-ATINGIU   PIC 9(3) VALUE 0.
       77  WS-QTD-BONUS     PIC 9(3) VALUE 0.
       77  WS-TOTAL-BONUS   PIC 9(7)V99 VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MES-DATA      PIC 9(8).
       01  WS-MES-DATA-R REDEFINES WS-MES-DATA.
           05  WS-MD-ANO        PIC 9(4).
           05  WS-MD-MES        PIC 9(2).
           05  WS-MD-DIA        PIC 9(2).
       77  WS-MES-FIM       PIC 9(8).
       77  WS-MES-FIM-INT   PIC 9(8).
       01  WS-REL-LINHA.
           05  WS-RL-POS        PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-NOME       PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-UNID       PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-PCT        PIC ZZ9.9.
           05  FILLER           PIC X(2) VALUE "% ".
           05  WS-RL-BONUS      PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           PERFORM CARREGA-VENDEDORES
           PERFORM CARREGA-CAMPANHAS
           IF CAMP-ESTOUROU
              DISPLAY "CAMPANHA.DAT MAIOR QUE A TABELA - MANUTENCAO "
                 "RECUSADA PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== CAMPANHAS DE INCENTIVO ====="
              DISPLAY "(1) LISTAR CAMPANHAS"
              DISPLAY "(2) INCLUIR OU ALTERAR CAMPANHA"
              DISPLAY "(3) CLASSIFICACAO DA CAMPANHA"
              DISPLAY "(4) ENCERRAR CAMPANHA E GERAR BONUS"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-CAMPANHAS
                 WHEN 2 PERFORM INCLUI-ALTERA-CAMPANHA
                 WHEN 3 PERFORM CLASSIFICA-CAMPANHA
                 WHEN 4 PERFORM ENCERRA-CAMPANHA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM GRAVA-CAMPANHAS
           END-IF
           GOBACK.

       CARREGA-VENDEDORES.
           MOVE 0 TO WS-VEND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDMAST.DAT NAO ENCONTRADO - SEM NOMES"
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
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER.

       BUSCA-VENDEDOR.
           MOVE SPACES TO WS-BUSCA-NOME
           MOVE SPACE TO WS-BUSCA-STATUS
           MOVE "N" TO WS-ACHOU-VEND
           IF WS-VEND-COUNT > 0
              SET WS-VEND-IDX TO 1
              SEARCH WS-VEND-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-VD-ID(WS-VEND-IDX) = WS-BUSCA-ID
                    MOVE "Y" TO WS-ACHOU-VEND
                    MOVE WS-VD-NOME(WS-VEND-IDX) TO WS-BUSCA-NOME
                    MOVE WS-VD-STATUS(WS-VEND-IDX) TO WS-BUSCA-STATUS
              END-SEARCH
           END-IF.

       CARREGA-CAMPANHAS.
           MOVE 0 TO WS-CAMP-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CAMPANHAS
           IF WS-CAMP-STATUS = "35"
              DISPLAY "CAMPANHA.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CAMPANHAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-CAMP-COUNT < 100
                       ADD 1 TO WS-CAMP-COUNT
                       MOVE CAMPANHA-REC
                          TO WS-CAMP-LINHA(WS-CAMP-COUNT)
                    ELSE
                       MOVE "Y" TO WS-CAMP-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMPANHAS.

       GRAVA-CAMPANHAS.
           OPEN OUTPUT CAMPANHAS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CAMP-COUNT
              MOVE WS-CAMP-LINHA(WS-I) TO CAMPANHA-REC
              WRITE CAMPANHA-REC
           END-PERFORM
           CLOSE CAMPANHAS
           MOVE "N" TO WS-ALTERADO.

       BUSCA-CAMPANHA.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-BUSCA-CODIGO
           MOVE 0 TO WS-CAMP-POS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CAMP-COUNT OR WS-CAMP-POS > 0
              MOVE WS-CAMP-LINHA(WS-I) TO CAMPANHA-REC
              IF CP-CODIGO = WS-BUSCA-CODIGO
                 MOVE WS-I TO WS-CAMP-POS
              END-IF
           END-PERFORM.

       LISTA-CAMPANHAS.
           DISPLAY "CODIGO DESCRICAO                      PERIODO"
              "             SIT"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CAMP-COUNT
              MOVE WS-CAMP-LINHA(WS-I) TO CAMPANHA-REC
              DISPLAY CP-CODIGO " " CP-DESCRICAO " " CP-DATA-INI
                 "-" CP-DATA-FIM " " CP-SITUACAO
           END-PERFORM.

      *    Campanha encerrada nao muda - o bonus dela ja foi gerado.
       INCLUI-ALTERA-CAMPANHA.
           PERFORM BUSCA-CAMPANHA
           IF WS-BUSCA-CODIGO = SPACES
              DISPLAY "CODIGO EM BRANCO"
              EXIT PARAGRAPH
           END-IF
           IF WS-CAMP-POS > 0
              MOVE WS-CAMP-LINHA(WS-CAMP-POS) TO CAMPANHA-REC
              IF CP-ENCERRADA
                 DISPLAY "CAMPANHA ENCERRADA EM " CP-DATA-ENCERRA
                    " - NAO PODE SER ALTERADA"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-CAMP-COUNT > 99
                 DISPLAY "TABELA DE CAMPANHAS CHEIA"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO CAMPANHA-REC
           MOVE WS-BUSCA-CODIGO TO CP-CODIGO
           DISPLAY "DESCRICAO: "
           ACCEPT CP-DESCRICAO
           MOVE "INICIO DA CAMPANHA (AAAAMMDD): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-DATA
           MOVE WS-DATA-ENT TO CP-DATA-INI
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL DATA-OK
              MOVE "FIM DA CAMPANHA (AAAAMMDD): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-DATA
              IF WS-DATA-ENT < CP-DATA-INI
                 DISPLAY "O FIM DEVE SER IGUAL OU POSTERIOR A "
                    CP-DATA-INI
              ELSE
                 MOVE "Y" TO WS-DATA-OK
              END-IF
           END-PERFORM
           MOVE WS-DATA-ENT TO CP-DATA-FIM
           PERFORM UNTIL CP-META-UNIDADES OR CP-META-EM-VALOR
              DISPLAY "META EM (U) UNIDADES OU (V) VALOR: "
              ACCEPT CP-TIPO-META
           END-PERFORM
           MOVE 0 TO CP-META-QTD
           MOVE 0 TO CP-META-VALOR
           IF CP-META-UNIDADES
              MOVE 1   TO WS-NUM-MIN
              MOVE 999 TO WS-NUM-MAX
              MOVE "META EM UNIDADES: " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO CP-META-QTD
           ELSE
              MOVE 0.01      TO WS-DEC-MIN
              MOVE 999999.99 TO WS-DEC-MAX
              MOVE "META EM VALOR: " TO WS-DEC-PROMPT
              PERFORM CAPTURA-DECIMAL-VALIDADO
              MOVE WS-DEC-ENTRADA TO CP-META-VALOR
           END-IF
           PERFORM UNTIL CP-BONUS-FIXO OR CP-BONUS-PERCENTUAL
              DISPLAY "BONUS (F) FIXO OU (P) PERCENTUAL DO VENDIDO: "
              ACCEPT CP-TIPO-BONUS
           END-PERFORM
           MOVE 0 TO CP-BONUS-VALOR
           MOVE 0 TO CP-BONUS-PCT
           IF CP-BONUS-FIXO
              MOVE 0.01     TO WS-DEC-MIN
              MOVE 99999.99 TO WS-DEC-MAX
              MOVE "VALOR DO BONUS: " TO WS-DEC-PROMPT
              PERFORM CAPTURA-DECIMAL-VALIDADO
              MOVE WS-DEC-ENTRADA TO CP-BONUS-VALOR
           ELSE
              MOVE 0.01  TO WS-DEC-MIN
              MOVE 99.99 TO WS-DEC-MAX
              MOVE "PERCENTUAL DO BONUS: " TO WS-DEC-PROMPT
              PERFORM CAPTURA-DECIMAL-VALIDADO
              MOVE WS-DEC-ENTRADA TO CP-BONUS-PCT
           END-IF
           PERFORM CAPTURA-MODELOS
           PERFORM CAPTURA-FILIAIS
           PERFORM CAPTURA-PARTICIPANTES
           MOVE "A" TO CP-SITUACAO
           MOVE 0 TO CP-DATA-ENCERRA
           IF WS-CAMP-POS = 0
              ADD 1 TO WS-CAMP-COUNT
              MOVE WS-CAMP-COUNT TO WS-CAMP-POS
           END-IF
           MOVE CAMPANHA-REC TO WS-CAMP-LINHA(WS-CAMP-POS)
           MOVE "Y" TO WS-ALTERADO
           STRING "CAMPANHA " DELIMITED BY SIZE
                  CP-CODIGO DELIMITED BY SIZE
                  " GRAVADA - " DELIMITED BY SIZE
                  CP-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  CP-DATA-FIM DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CAPTURA-DATA.
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL DATA-OK
              DISPLAY WS-NUM-PROMPT
              ACCEPT WS-DATA-ENT
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ENT) NOT = 0
                 DISPLAY "DATA INVALIDA"
              ELSE
                 MOVE "Y" TO WS-DATA-OK
              END-IF
           END-PERFORM.

      *    Ate 5 modelos (VEIC-ID); nenhum = todos os modelos.
       CAPTURA-MODELOS.
           MOVE "N" TO WS-FIM-LISTA
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
              MOVE 0 TO CP-MODELO(WS-J)
              IF NOT FIM-LISTA
                 MOVE 0   TO WS-NUM-MIN
                 MOVE 999 TO WS-NUM-MAX
                 MOVE "MODELO ELEGIVEL (0 = FIM/TODOS): "
                    TO WS-NUM-PROMPT
                 PERFORM CAPTURA-NUMERO-VALIDADO
                 IF WS-NUM-ENTRADA = 0
                    MOVE "Y" TO WS-FIM-LISTA
                 ELSE
                    MOVE WS-NUM-ENTRADA TO CP-MODELO(WS-J)
                 END-IF
              END-IF
           END-PERFORM.

      *    Ate 3 filiais; nenhuma = todas as filiais.
       CAPTURA-FILIAIS.
           MOVE "N" TO WS-FIM-LISTA
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
              MOVE SPACES TO CP-FILIAL(WS-J)
              IF NOT FIM-LISTA
                 DISPLAY "FILIAL ELEGIVEL (BRANCO = FIM/TODAS): "
                 MOVE SPACES TO WS-ENT-FILIAL
                 ACCEPT WS-ENT-FILIAL
                 IF WS-ENT-FILIAL = SPACES
                    MOVE "Y" TO WS-FIM-LISTA
                 ELSE
                    MOVE WS-ENT-FILIAL TO CP-FILIAL(WS-J)
                 END-IF
              END-IF
           END-PERFORM.

      *    Ate 10 vendedores do VENDMAST.DAT, desligado fora;
      *    nenhum = todos os que venderem no periodo.
       CAPTURA-PARTICIPANTES.
           MOVE "N" TO WS-FIM-LISTA
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > 10
              MOVE SPACES TO CP-VENDEDOR(WS-J)
              ADD 1 TO WS-J
           END-PERFORM
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > 10 OR FIM-LISTA
              DISPLAY "VENDEDOR PARTICIPANTE (BRANCO = FIM/TODOS): "
              MOVE SPACES TO WS-ENT-VENDEDOR
              ACCEPT WS-ENT-VENDEDOR
              IF WS-ENT-VENDEDOR = SPACES
                 MOVE "Y" TO WS-FIM-LISTA
              ELSE
                 MOVE WS-ENT-VENDEDOR TO WS-BUSCA-ID
                 PERFORM BUSCA-VENDEDOR
                 IF NOT ACHOU-VEND
                    DISPLAY "VENDEDOR NAO ENCONTRADO"
                 ELSE
                    IF WS-BUSCA-STATUS = "D"
                       DISPLAY "VENDEDOR DESLIGADO - FORA DA CAMPANHA"
                    ELSE
                       MOVE WS-ENT-VENDEDOR TO CP-VENDEDOR(WS-J)
                       ADD 1 TO WS-J
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CLASSIFICA-CAMPANHA.
           PERFORM BUSCA-CAMPANHA
           IF WS-CAMP-POS = 0
              DISPLAY "CAMPANHA NAO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMP-LINHA(WS-CAMP-POS) TO CAMPANHA-REC
           PERFORM APURA-CAMPANHA
           IF CLS-ESTOUROU
              DISPLAY "MAIS DE 200 VENDEDORES NA CAMPANHA - "
                 "CLASSIFICACAO RECUSADA PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM ORDENA-CLASSIFICACAO
           PERFORM GRAVA-CLASSIFICACAO
           DISPLAY "CLASSIFICACAO DA CAMPANHA " CP-CODIGO ": "
              WS-CLS-COUNT " VENDEDOR(ES), " WS-QTD-ATINGIU
              " NA META - VER CAMPREL.DAT".

      *    So depois do fim do periodo, uma vez so: o bonus vira
      *    provento no RECORR.DAT e a campanha fica encerrada no
      *    disco na mesma hora.
       ENCERRA-CAMPANHA.
           PERFORM BUSCA-CAMPANHA
           IF WS-CAMP-POS = 0
              DISPLAY "CAMPANHA NAO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMP-LINHA(WS-CAMP-POS) TO CAMPANHA-REC
           IF CP-ENCERRADA
              DISPLAY "CAMPANHA JA ENCERRADA EM " CP-DATA-ENCERRA
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-DATA-NEGOCIO <= CP-DATA-FIM
              DISPLAY "CAMPANHA EM ANDAMENTO ATE " CP-DATA-FIM
                 " - ENCERRAMENTO RECUSADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM APURA-CAMPANHA
           IF CLS-ESTOUROU
              DISPLAY "MAIS DE 200 VENDEDORES NA CAMPANHA - "
                 "ENCERRAMENTO RECUSADO PARA NAO TRUNCAR"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM ORDENA-CLASSIFICACAO
           DISPLAY WS-QTD-ATINGIU " VENDEDOR(ES) NA META DE "
              WS-CLS-COUNT
           DISPLAY "CONFIRMA O ENCERRAMENTO E OS BONUS? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "ENCERRAMENTO CANCELADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM GERA-BONUS
           PERFORM GRAVA-CLASSIFICACAO
           MOVE "E" TO CP-SITUACAO
           MOVE WS-DATA-NEGOCIO TO CP-DATA-ENCERRA
           MOVE CAMPANHA-REC TO WS-CAMP-LINHA(WS-CAMP-POS)
           PERFORM GRAVA-CAMPANHAS
           MOVE WS-TOTAL-BONUS TO WS-TOT-ED
           DISPLAY "CAMPANHA " CP-CODIGO " ENCERRADA - " WS-QTD-BONUS
              " BONUS NO RECORR.DAT, TOTAL " WS-TOT-ED.

      *    Participantes informados entram todos, mesmo sem venda;
      *    sem lista, entra quem vendeu no periodo.
       APURA-CAMPANHA.
           MOVE 0 TO WS-CLS-COUNT
           MOVE "N" TO WS-CLS-ESTOURO
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
              IF CP-VENDEDOR(WS-J) NOT = SPACES
                 ADD 1 TO WS-CLS-COUNT
                 MOVE CP-VENDEDOR(WS-J) TO WS-CL-ID(WS-CLS-COUNT)
                 MOVE 0 TO WS-CL-UNID(WS-CLS-COUNT)
                 MOVE 0 TO WS-CL-VALOR(WS-CLS-COUNT)
              END-IF
           END-PERFORM
           IF WS-CLS-COUNT > 0
              MOVE "Y" TO WS-TEM-FILTRO
           ELSE
              MOVE "N" TO WS-TEM-FILTRO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM CONFERE-VENDA
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
                       PERFORM CONFERE-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF
           PERFORM CALCULA-ATINGIMENTO.

       CONFERE-VENDA.
           IF VD-CANCELADA
                 OR VD-DATA < CP-DATA-INI OR VD-DATA > CP-DATA-FIM
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-ELEGIVEL
           IF NOT VENDA-ELEGIVEL
              EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR-VENDA
           IF WS-CLS-COUNT > 0
              SET WS-CLS-IDX TO 1
              SEARCH WS-CLS-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CL-ID(WS-CLS-IDX) = VD-VENDEDOR-ID
                    ADD 1 TO WS-CL-UNID(WS-CLS-IDX)
                    ADD WS-VD-VALOR-EF TO WS-CL-VALOR(WS-CLS-IDX)
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF TEM-FILTRO
              EXIT PARAGRAPH
           END-IF
           IF WS-CLS-COUNT < 200
              ADD 1 TO WS-CLS-COUNT
              MOVE VD-VENDEDOR-ID TO WS-CL-ID(WS-CLS-COUNT)
              MOVE 1 TO WS-CL-UNID(WS-CLS-COUNT)
              MOVE WS-VD-VALOR-EF TO WS-CL-VALOR(WS-CLS-COUNT)
           ELSE
              MOVE "Y" TO WS-CLS-ESTOURO
           END-IF.

       VERIFICA-ELEGIVEL.
           MOVE "Y" TO WS-ELEGIVEL
           IF CP-MODELO(1) NOT = 0
              MOVE "N" TO WS-ELEGIVEL
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                 IF CP-MODELO(WS-J) NOT = 0
                       AND CP-MODELO(WS-J) = VD-VEIC-ID
                    MOVE "Y" TO WS-ELEGIVEL
                 END-IF
              END-PERFORM
           END-IF
           IF VENDA-ELEGIVEL AND CP-FILIAL(1) NOT = SPACES
              MOVE "N" TO WS-ELEGIVEL
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                 IF CP-FILIAL(WS-J) NOT = SPACES
                       AND CP-FILIAL(WS-J) = VD-FILIAL
                    MOVE "Y" TO WS-ELEGIVEL
                 END-IF
              END-PERFORM
           END-IF.

      *    Meta atingida: bonus fixo, ou percentual sobre o valor
      *    vendido na campanha.
       CALCULA-ATINGIMENTO.
           MOVE 0 TO WS-QTD-ATINGIU
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLS-COUNT
              MOVE 0 TO WS-CL-BONUS(WS-I)
              IF CP-META-UNIDADES
                 COMPUTE WS-CL-PCT(WS-I) ROUNDED =
                    (WS-CL-UNID(WS-I) * 100) / CP-META-QTD
                    ON SIZE ERROR MOVE 999.9 TO WS-CL-PCT(WS-I)
                 END-COMPUTE
              ELSE
                 COMPUTE WS-CL-PCT(WS-I) ROUNDED =
                    (WS-CL-VALOR(WS-I) * 100) / CP-META-VALOR
                    ON SIZE ERROR MOVE 999.9 TO WS-CL-PCT(WS-I)
                 END-COMPUTE
              END-IF
              IF (CP-META-UNIDADES
                    AND WS-CL-UNID(WS-I) >= CP-META-QTD)
                 OR (CP-META-EM-VALOR
                    AND WS-CL-VALOR(WS-I) >= CP-META-VALOR)
                 ADD 1 TO WS-QTD-ATINGIU
                 IF CP-BONUS-FIXO
                    MOVE CP-BONUS-VALOR TO WS-CL-BONUS(WS-I)
                 ELSE
                    COMPUTE WS-CL-BONUS(WS-I) ROUNDED =
                       WS-CL-VALOR(WS-I) * CP-BONUS-PCT / 100
                       ON SIZE ERROR
                          MOVE 99999.99 TO WS-CL-BONUS(WS-I)
                    END-COMPUTE
                 END-IF
              END-IF
           END-PERFORM.

       ORDENA-CLASSIFICACAO.
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I >= WS-CLS-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-CLS-COUNT - WS-I
                 IF WS-CL-PCT(WS-J) < WS-CL-PCT(WS-J + 1)
                    MOVE WS-CLS-ENTRY(WS-J)     TO WS-CLS-TROCA
                    MOVE WS-CLS-ENTRY(WS-J + 1)
                       TO WS-CLS-ENTRY(WS-J)
                    MOVE WS-CLS-TROCA TO WS-CLS-ENTRY(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    Provento vigente da data de negocio ao fim do mes - entra
      *    uma vez na folha do mes. Desligado nao recebe pela folha.
       GERA-BONUS.
           MOVE 0 TO WS-QTD-BONUS
           MOVE 0 TO WS-TOTAL-BONUS
           MOVE WS-DATA-NEGOCIO TO WS-MES-DATA
           MOVE 1 TO WS-MD-DIA
           IF WS-MD-MES = 12
              ADD 1 TO WS-MD-ANO
              MOVE 1 TO WS-MD-MES
           ELSE
              ADD 1 TO WS-MD-MES
           END-IF
           COMPUTE WS-MES-FIM-INT =
              FUNCTION INTEGER-OF-DATE(WS-MES-DATA) - 1
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(WS-MES-FIM-INT)
           OPEN EXTEND RECORRENTES
           IF WS-REC-STATUS = "35"
              OPEN OUTPUT RECORRENTES
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLS-COUNT
              IF WS-CL-BONUS(WS-I) > 0
                 MOVE WS-CL-ID(WS-I) TO WS-BUSCA-ID
                 PERFORM BUSCA-VENDEDOR
                 IF WS-BUSCA-STATUS = "D"
                    DISPLAY "VENDEDOR " WS-CL-ID(WS-I)
                       " DESLIGADO - BONUS NAO GERADO"
                 ELSE
                    MOVE SPACES TO RECORRENTE-REC
                    MOVE WS-CL-ID(WS-I)    TO RC-VENDEDOR-ID
                    MOVE "P"               TO RC-TIPO
                    MOVE WS-CL-BONUS(WS-I) TO RC-VALOR
                    MOVE WS-DATA-NEGOCIO   TO RC-DATA-INI
                    MOVE WS-MES-FIM        TO RC-DATA-FIM
                    STRING "CAMPANHA " CP-CODIGO
                       DELIMITED BY SIZE INTO RC-DESCRICAO
                    WRITE RECORRENTE-REC
                    ADD 1 TO WS-QTD-BONUS
                    ADD WS-CL-BONUS(WS-I) TO WS-TOTAL-BONUS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RECORRENTES.

       GRAVA-CLASSIFICACAO.
           OPEN OUTPUT CAMPANHA-REPORT
           MOVE SPACES TO CAMPANHA-REPORT-REC
           STRING "===== CAMPANHA " CP-CODIGO " - " CP-DESCRICAO
              " =====" DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           WRITE CAMPANHA-REPORT-REC
           MOVE SPACES TO CAMPANHA-REPORT-REC
           IF CP-META-UNIDADES
              STRING "PERIODO " CP-DATA-INI " A " CP-DATA-FIM
                 "   META " CP-META-QTD " UNIDADES"
                 DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           ELSE
              MOVE CP-META-VALOR TO WS-TOT-ED
              STRING "PERIODO " CP-DATA-INI " A " CP-DATA-FIM
                 "   META " WS-TOT-ED " EM VALOR"
                 DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           END-IF
           WRITE CAMPANHA-REPORT-REC
           MOVE SPACES TO CAMPANHA-REPORT-REC
           IF WS-DATA-NEGOCIO > CP-DATA-FIM
              STRING "CLASSIFICACAO FINAL EM " WS-DATA-NEGOCIO
                 DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           ELSE
              STRING "CLASSIFICACAO PARCIAL EM " WS-DATA-NEGOCIO
                 " - CAMPANHA EM ANDAMENTO"
                 DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           END-IF
           WRITE CAMPANHA-REPORT-REC
           MOVE SPACES TO CAMPANHA-REPORT-REC
           STRING "POS VEND.  NOME                  UN          VALOR"
              "    META    BONUS"
              DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           WRITE CAMPANHA-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CLS-COUNT
              MOVE WS-CL-ID(WS-I) TO WS-BUSCA-ID
              PERFORM BUSCA-VENDEDOR
              MOVE WS-I               TO WS-RL-POS
              MOVE WS-CL-ID(WS-I)     TO WS-RL-ID
              MOVE WS-BUSCA-NOME      TO WS-RL-NOME
              MOVE WS-CL-UNID(WS-I)   TO WS-RL-UNID
              MOVE WS-CL-VALOR(WS-I)  TO WS-RL-VALOR
              MOVE WS-CL-PCT(WS-I)    TO WS-RL-PCT
              MOVE WS-CL-BONUS(WS-I)  TO WS-RL-BONUS
              WRITE CAMPANHA-REPORT-REC FROM WS-REL-LINHA
           END-PERFORM
           MOVE SPACES TO CAMPANHA-REPORT-REC
           WRITE CAMPANHA-REPORT-REC
           MOVE SPACES TO CAMPANHA-REPORT-REC
           STRING "VENDEDORES: " WS-CLS-COUNT "   NA META: "
              WS-QTD-ATINGIU DELIMITED BY SIZE INTO CAMPANHA-REPORT-REC
           WRITE CAMPANHA-REPORT-REC
           CLOSE CAMPANHA-REPORT.

       COPY "DATANEGP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "VENDVALP.cpy".
