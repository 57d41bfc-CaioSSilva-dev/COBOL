       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Campanhas de chamada (recall) da fabrica. A fabrica manda uma
      * faixa ou uma lista de chassis; aqui:
      *   - cadastrar a campanha (RECALL.DAT) com as faixas/chassis;
      *   - apurar a campanha contra VD-CHASSI do arquivo morto
      *     VENDASAR.DAT e do vivo VENDAS.DAT (vendas canceladas
      *     ficam de fora - a unidade voltou ao estoque) e contra as
      *     unidades ainda nossas do VEICUNID.DAT. Cada chassi
      *     atingido entra uma vez em RECALACO.DAT; os vendidos
      *     novos ganham carta ao dono em RECALCAR.DAT e a lista de
      *     retidos (estoque e vendidos ainda nao entregues) sai em
      *     RECALEST.DAT - esses nao podem ser entregues;
      *   - registrar o reparo executado quando o carro passa pela
      *     oficina;
      *   - relatorio de acompanhamento por campanha em RECALREL.DAT
      *     com executados, pendentes e a lista do que falta.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-CAMPANHA ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.
           SELECT RECALL-UNIDADE ASSIGN TO "RECALACO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VUNI-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SERVICO-AGENDA ASSIGN TO "SERVAGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRV-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTR-STATUS.
           SELECT CARTAS-RECALL ASSIGN TO "RECALCAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT RETIDOS-REPORT ASSIGN TO "RECALEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT RECALL-REPORT ASSIGN TO "RECALREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-CAMPANHA.
       COPY "RECALREC.cpy".

       FD  RECALL-UNIDADE.
       COPY "RECUNREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VEICULO-UNIDADE.
       COPY "VEICUNIREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  SERVICO-AGENDA.
       COPY "SERVREC.cpy".

       FD  ENTREGAS.
       COPY "ENTRREC.cpy".

       FD  CARTAS-RECALL
           RECORD CONTAINS 70 CHARACTERS.
       01  CARTAS-RECALL-REC     PIC X(70).

       FD  RETIDOS-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  RETIDOS-REPORT-REC    PIC X(70).

       FD  RECALL-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  RECALL-REPORT-REC     PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       77  WS-RCL-STATUS    PIC XX VALUE SPACES.
       77  WS-RUN-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-VUNI-STATUS   PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-SRV-STATUS    PIC XX VALUE SPACES.
       77  WS-ENTR-STATUS   PIC XX VALUE SPACES.
       77  WS-CAR-STATUS    PIC XX VALUE SPACES.
       77  WS-RET-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-EOF-CLI       PIC X VALUE "N".
           88 EOF-CLI              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
      *    Campanhas (uma linha por faixa de chassi) e unidades
      *    atingidas ficam em memoria; as unidades sao regravadas
      *    inteiras na saida, como a agenda do SERVLEM.
       77  WS-RCL-COUNT     PIC 9(3) VALUE 0.
       01  WS-RCL-TABELA.
           05  WS-RCL-LINHA-TAB OCCURS 500 TIMES PIC X(88).
       77  WS-RUN-COUNT     PIC 9(4) VALUE 0.
       77  WS-RUN-ESTOURO   PIC X VALUE "N".
           88 UNIDADES-ESTOURARAM  VALUE "Y".
       01  WS-RUN-TABELA.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RUN-LINHA-TAB PIC X(86).
      *        N = entrou na apuracao desta sessao (ainda sem carta),
      *        C = carta ja escrita nesta apuracao.
               10  WS-RUN-NOVA      PIC X.
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-ALT-CAMPANHA  PIC X VALUE "N".
           88 CAMPANHA-ALTERADA    VALUE "Y".
       77  WS-ALT-UNIDADE   PIC X VALUE "N".
           88 UNIDADE-ALTERADA     VALUE "Y".
       77  WS-BUSCA-COD     PIC X(6).
       77  WS-BUSCA-CHASSI  PIC X(17).
       77  WS-ACHOU-CAMP    PIC X VALUE "N".
           88 ACHOU-CAMPANHA       VALUE "Y".
       77  WS-CAMP-DESCR    PIC X(40) VALUE SPACES.
       77  WS-CAMP-I        PIC 9(4) VALUE 0.
       77  WS-NOVA-DESCR    PIC X(40).
       77  WS-NOVO-INI      PIC X(17).
       77  WS-NOVO-FIM      PIC X(17).
       77  WS-QTD-FAIXAS    PIC 9(3) VALUE 0.
       77  WS-NA-CAMPANHA   PIC X VALUE "N".
           88 CHASSI-NA-CAMPANHA   VALUE "Y".
       77  WS-JA-APURADO    PIC X VALUE "N".
           88 CHASSI-JA-APURADO    VALUE "Y".
       77  WS-ACHOU-UNID    PIC X VALUE "N".
           88 ACHOU-UNIDADE        VALUE "Y".
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-QTD-NOVOS-V   PIC 9(4) VALUE 0.
       77  WS-QTD-NOVOS-E   PIC 9(4) VALUE 0.
       77  WS-QTD-CARTAS    PIC 9(4) VALUE 0.
       77  WS-QTD-RETIDOS   PIC 9(4) VALUE 0.
       77  WS-QTD-AFETADOS  PIC 9(4) VALUE 0.
       77  WS-QTD-EXECUTADOS PIC 9(4) VALUE 0.
       77  WS-QTD-PENDENTES PIC 9(4) VALUE 0.
       77  WS-PCT-CONCLUIDO PIC 9(3)V9 VALUE 0.
       77  WS-CLIENTE-NOME  PIC X(30) VALUE SPACES.
       77  WS-CARTA-CLIENTE PIC X(6) VALUE SPACES.
       77  WS-CARTA-NF      PIC 9(6) VALUE 0.
       77  WS-TEM-ENDERECO  PIC X VALUE "N".
           88 TEM-ENDERECO         VALUE "Y".
       01  WS-END-GUARDA.
           05  WS-EG-ENDERECO   PIC X(40).
           05  WS-EG-CIDADE     PIC X(20).
           05  WS-EG-UF         PIC X(2).
           05  WS-EG-CEP        PIC X(8).
       01  WS-RET-LINHA.
           05  WS-RT-VEIC       PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RT-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RT-AVISO      PIC X(48).
       01  WS-ACO-LINHA.
           05  WS-AL-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-ORIGEM     PIC X(7).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-NF         PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-CLIENTE    PIC X(30).
           05  FILLER           PIC X(7) VALUE SPACES.
       01  WS-REL-LINHA.
           05  WS-RL-LABEL      PIC X(26).
           05  WS-RL-QTD        PIC ZZZZ9.
           05  FILLER           PIC X(39) VALUE SPACES.
       01  WS-PCT-LINHA.
           05  WS-PL-LABEL      PIC X(26).
           05  WS-PL-PCT        PIC ZZ9.9.
           05  FILLER           PIC X VALUE "%".
           05  FILLER           PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-CAMPANHAS
           PERFORM CARREGA-UNIDADES
           IF UNIDADES-ESTOURARAM
              DISPLAY "RECALACO.DAT MAIOR QUE A TABELA DE 2000 - "
                 "RODADA RECUSADA PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== CAMPANHAS DE RECALL ====="
              DISPLAY "(1) LISTAR CAMPANHAS"
              DISPLAY "(2) CADASTRAR CAMPANHA"
              DISPLAY "(3) APURAR CAMPANHA (CARTAS E RETIDOS)"
              DISPLAY "(4) REGISTRAR REPARO EXECUTADO"
              DISPLAY "(5) RELATORIO DE ACOMPANHAMENTO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-CAMPANHAS
                 WHEN 2 PERFORM CADASTRA-CAMPANHA
                 WHEN 3 PERFORM APURA-CAMPANHA
                 WHEN 4 PERFORM REGISTRA-EXECUCAO
                 WHEN 5 PERFORM RELATORIO-ACOMPANHAMENTO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF CAMPANHA-ALTERADA
              PERFORM GRAVA-CAMPANHAS
           END-IF
           IF UNIDADE-ALTERADA
              PERFORM REGRAVA-UNIDADES
           END-IF
           GOBACK.

       CARREGA-CAMPANHAS.
           MOVE 0 TO WS-RCL-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RECALL-CAMPANHA
           IF WS-RCL-STATUS = "35"
              DISPLAY "RECALL.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ RECALL-CAMPANHA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-RCL-COUNT < 500
                          ADD 1 TO WS-RCL-COUNT
                          MOVE RECALL-REC
                             TO WS-RCL-LINHA-TAB(WS-RCL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECALL-CAMPANHA
           END-IF.

       GRAVA-CAMPANHAS.
           OPEN OUTPUT RECALL-CAMPANHA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RCL-COUNT
              MOVE WS-RCL-LINHA-TAB(WS-I) TO RECALL-REC
              WRITE RECALL-REC
           END-PERFORM
           CLOSE RECALL-CAMPANHA.

       CARREGA-UNIDADES.
           MOVE 0 TO WS-RUN-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RECALL-UNIDADE
           IF WS-RUN-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ RECALL-UNIDADE
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-RUN-COUNT < 2000
                          ADD 1 TO WS-RUN-COUNT
                          MOVE RECALL-UNIDADE-REC
                             TO WS-RUN-LINHA-TAB(WS-RUN-COUNT)
                          MOVE SPACE TO WS-RUN-NOVA(WS-RUN-COUNT)
                       ELSE
                          MOVE "Y" TO WS-RUN-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECALL-UNIDADE
           END-IF.

       REGRAVA-UNIDADES.
           OPEN OUTPUT RECALL-UNIDADE
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RUN-COUNT
              MOVE WS-RUN-LINHA-TAB(WS-I) TO RECALL-UNIDADE-REC
              WRITE RECALL-UNIDADE-REC
           END-PERFORM
           CLOSE RECALL-UNIDADE.

       LISTA-CAMPANHAS.
           IF WS-RCL-COUNT = 0
              DISPLAY "(NENHUMA CAMPANHA CADASTRADA)"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIGO DESCRICAO                   "
              "CHASSI INICIAL    CHASSI FINAL"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RCL-COUNT
              MOVE WS-RCL-LINHA-TAB(WS-I) TO RECALL-REC
              DISPLAY RC-CODIGO " " RC-DESCRICAO(1:27) " "
                 RC-CHASSI-INI " " RC-CHASSI-FIM
           END-PERFORM.

      *    Localiza a campanha pelo codigo (primeira linha) e guarda a
      *    descricao para cartas e relatorios.
       LOCALIZA-CAMPANHA.
           MOVE "N" TO WS-ACHOU-CAMP
           MOVE SPACES TO WS-CAMP-DESCR
           MOVE 0 TO WS-CAMP-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RCL-COUNT OR ACHOU-CAMPANHA
              MOVE WS-RCL-LINHA-TAB(WS-I) TO RECALL-REC
              IF RC-CODIGO = WS-BUSCA-COD
                 MOVE "Y" TO WS-ACHOU-CAMP
                 MOVE RC-DESCRICAO TO WS-CAMP-DESCR
                 MOVE WS-I TO WS-CAMP-I
              END-IF
           END-PERFORM.

       CADASTRA-CAMPANHA.
           DISPLAY "CODIGO DA CAMPANHA (6 POSICOES): "
           ACCEPT WS-BUSCA-COD
           IF WS-BUSCA-COD = SPACES
              DISPLAY "CODIGO EM BRANCO - CADASTRO RECUSADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-CAMPANHA
           IF ACHOU-CAMPANHA
              DISPLAY "CAMPANHA " WS-BUSCA-COD " JA CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO DO DEFEITO / REPARO: "
           ACCEPT WS-NOVA-DESCR
           MOVE 0 TO WS-QTD-FAIXAS
           MOVE "X" TO WS-NOVO-INI
           PERFORM UNTIL WS-NOVO-INI = SPACES
              DISPLAY "CHASSI INICIAL DA FAIXA OU CHASSI DA LISTA "
                 "(BRANCO = FIM): "
              MOVE SPACES TO WS-NOVO-INI
              ACCEPT WS-NOVO-INI
              IF WS-NOVO-INI NOT = SPACES
                 PERFORM INCLUI-FAIXA-CHASSI
              END-IF
           END-PERFORM
           IF WS-QTD-FAIXAS = 0
              DISPLAY "CAMPANHA SEM CHASSI - CADASTRO CANCELADO"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ALT-CAMPANHA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "CAMPANHA " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " CADASTRADA COM " DELIMITED BY SIZE
                  WS-QTD-FAIXAS DELIMITED BY SIZE
                  " FAIXA(S)" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       INCLUI-FAIXA-CHASSI.
           IF WS-RCL-COUNT > 499
              DISPLAY "RECALL.DAT CHEIO - FAIXA NAO INCLUIDA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CHASSI FINAL DA FAIXA (BRANCO = SO ESTE "
              "CHASSI): "
           MOVE SPACES TO WS-NOVO-FIM
           ACCEPT WS-NOVO-FIM
           IF WS-NOVO-FIM NOT = SPACES
                 AND WS-NOVO-FIM < WS-NOVO-INI
              DISPLAY "CHASSI FINAL MENOR QUE O INICIAL - "
                 "FAIXA RECUSADA"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-REC
           MOVE WS-BUSCA-COD  TO RC-CODIGO
           MOVE WS-NOVA-DESCR TO RC-DESCRICAO
           MOVE WS-NOVO-INI   TO RC-CHASSI-INI
           MOVE WS-NOVO-FIM   TO RC-CHASSI-FIM
           MOVE WS-HOJE       TO RC-DATA-ABERTURA
           ADD 1 TO WS-RCL-COUNT
           MOVE RECALL-REC TO WS-RCL-LINHA-TAB(WS-RCL-COUNT)
           ADD 1 TO WS-QTD-FAIXAS.

      *    WS-BUSCA-CHASSI cai em alguma faixa da campanha
      *    WS-BUSCA-COD? Faixa sem chassi final = chassi unico.
       VERIFICA-CHASSI-CAMPANHA.
           MOVE "N" TO WS-NA-CAMPANHA
           IF WS-BUSCA-CHASSI = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RCL-COUNT OR CHASSI-NA-CAMPANHA
              MOVE WS-RCL-LINHA-TAB(WS-J) TO RECALL-REC
              IF RC-CODIGO = WS-BUSCA-COD
                 IF RC-CHASSI-FIM = SPACES
                    IF WS-BUSCA-CHASSI = RC-CHASSI-INI
                       MOVE "Y" TO WS-NA-CAMPANHA
                    END-IF
                 ELSE
                    IF WS-BUSCA-CHASSI >= RC-CHASSI-INI
                          AND WS-BUSCA-CHASSI <= RC-CHASSI-FIM
                       MOVE "Y" TO WS-NA-CAMPANHA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       VERIFICA-JA-APURADO.
           MOVE "N" TO WS-JA-APURADO
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RUN-COUNT OR CHASSI-JA-APURADO
              MOVE WS-RUN-LINHA-TAB(WS-J) TO RECALL-UNIDADE-REC
              IF RU-CODIGO = WS-BUSCA-COD
                    AND RU-CHASSI = WS-BUSCA-CHASSI
                 MOVE "Y" TO WS-JA-APURADO
              END-IF
           END-PERFORM.

      *    Apuracao: cada chassi atingido entra uma unica vez - rodar
      *    de novo so acrescenta o que apareceu depois (venda nova no
      *    arquivo, unidade recebida) e so escreve carta para esses.
       APURA-CAMPANHA.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-BUSCA-COD
           PERFORM LOCALIZA-CAMPANHA
           IF NOT ACHOU-CAMPANHA
              DISPLAY "CAMPANHA " WS-BUSCA-COD " NAO CADASTRADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTD-NOVOS-V
           MOVE 0 TO WS-QTD-NOVOS-E
           PERFORM VARRE-VENDAS-ARQUIVADAS
           PERFORM VARRE-VENDAS-VIVAS
           PERFORM VARRE-UNIDADES-ESTOQUE
           IF UNIDADES-ESTOURARAM
              DISPLAY "TABELA DE UNIDADES CHEIA - APURACAO PARCIAL"
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM GERA-CARTAS-DONOS
           PERFORM GERA-LISTA-RETIDOS
           DISPLAY "CAMPANHA " WS-BUSCA-COD ": " WS-QTD-NOVOS-V
              " VENDIDO(S) E " WS-QTD-NOVOS-E
              " EM ESTOQUE NOVOS NA APURACAO"
           DISPLAY WS-QTD-CARTAS " CARTA(S) EM RECALCAR.DAT, "
              WS-QTD-RETIDOS " RETIDO(S) EM RECALEST.DAT".

       VARRE-VENDAS-ARQUIVADAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM AVALIA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       VARRE-VENDAS-VIVAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM AVALIA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       AVALIA-VENDA.
           IF VD-CANCELADA OR VD-CHASSI = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE VD-CHASSI TO WS-BUSCA-CHASSI
           PERFORM VERIFICA-CHASSI-CAMPANHA
           IF NOT CHASSI-NA-CAMPANHA
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-JA-APURADO
           IF CHASSI-JA-APURADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT > 1999
              MOVE "Y" TO WS-RUN-ESTOURO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-UNIDADE-REC
           MOVE WS-BUSCA-COD    TO RU-CODIGO
           MOVE VD-CHASSI       TO RU-CHASSI
           SET RU-VENDIDA TO TRUE
           MOVE VD-VEIC-ID      TO RU-VEIC-ID
           IF VD-NF-NUMERO IS NUMERIC
              MOVE VD-NF-NUMERO TO RU-NF-NUMERO
           ELSE
              MOVE 0 TO RU-NF-NUMERO
           END-IF
           MOVE VD-CLIENTE-ID   TO RU-CLIENTE-ID
           PERFORM BUSCA-NOME-CLIENTE
           MOVE WS-CLIENTE-NOME TO RU-CLIENTE
           MOVE WS-HOJE         TO RU-DATA-APURACAO
           SET RU-PENDENTE TO TRUE
           MOVE 0               TO RU-DATA-EXECUCAO
           ADD 1 TO WS-RUN-COUNT
           MOVE RECALL-UNIDADE-REC TO WS-RUN-LINHA-TAB(WS-RUN-COUNT)
           MOVE "N" TO WS-RUN-NOVA(WS-RUN-COUNT)
           MOVE "Y" TO WS-ALT-UNIDADE
           ADD 1 TO WS-QTD-NOVOS-V.

      *    Unidade que ainda e nossa (disponivel ou em transito entre
      *    filiais) - a vendida ja entrou pela venda.
       VARRE-UNIDADES-ESTOQUE.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-UNIDADE
           IF WS-VUNI-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-UNIDADE
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF NOT VU-VENDIDA
                          PERFORM AVALIA-UNIDADE-ESTOQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-UNIDADE
           END-IF.

       AVALIA-UNIDADE-ESTOQUE.
           MOVE VU-CHASSI TO WS-BUSCA-CHASSI
           PERFORM VERIFICA-CHASSI-CAMPANHA
           IF NOT CHASSI-NA-CAMPANHA
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-JA-APURADO
           IF CHASSI-JA-APURADO
              EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT > 1999
              MOVE "Y" TO WS-RUN-ESTOURO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECALL-UNIDADE-REC
           MOVE WS-BUSCA-COD    TO RU-CODIGO
           MOVE VU-CHASSI       TO RU-CHASSI
           SET RU-ESTOQUE TO TRUE
           MOVE VU-VEIC-ID      TO RU-VEIC-ID
           MOVE 0               TO RU-NF-NUMERO
           MOVE WS-HOJE         TO RU-DATA-APURACAO
           SET RU-PENDENTE TO TRUE
           MOVE 0               TO RU-DATA-EXECUCAO
           ADD 1 TO WS-RUN-COUNT
           MOVE RECALL-UNIDADE-REC TO WS-RUN-LINHA-TAB(WS-RUN-COUNT)
           MOVE SPACE TO WS-RUN-NOVA(WS-RUN-COUNT)
           MOVE "Y" TO WS-ALT-UNIDADE
           ADD 1 TO WS-QTD-NOVOS-E.

       BUSCA-NOME-CLIENTE.
           MOVE SPACES TO WS-CLIENTE-NOME
           IF VD-CLIENTE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-CLI
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "35"
              PERFORM UNTIL EOF-CLI
                 READ CUSTOMER-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-CLI
                    NOT AT END
                       IF CM-CUSTOMER-ID = VD-CLIENTE-ID
                          MOVE CM-CUSTOMER-NAME TO WS-CLIENTE-NOME
                          MOVE "Y" TO WS-EOF-CLI
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

      *    Uma carta por dono: as unidades novas do mesmo cliente do
      *    cadastro saem juntas na mesma carta; venda sem cliente
      *    cadastrado sai uma carta por nota.
       GERA-CARTAS-DONOS.
           MOVE 0 TO WS-QTD-CARTAS
           IF WS-QTD-NOVOS-V = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CARTAS-RECALL
           IF WS-CAR-STATUS = "35"
              CLOSE CARTAS-RECALL
              OPEN OUTPUT CARTAS-RECALL
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RUN-COUNT
              IF WS-RUN-NOVA(WS-I) = "N"
                 PERFORM GERA-UMA-CARTA
              END-IF
           END-PERFORM
           CLOSE CARTAS-RECALL.

      *    Carta no estilo do SERVCART.DAT do SERVLEM. O id de
      *    cliente do CUSTMAST nao e registro do PESSOA, entao o
      *    endereco vem do carimbado na agenda de servico pela
      *    confirmacao de entrega da mesma nota.
       GERA-UMA-CARTA.
           ADD 1 TO WS-QTD-CARTAS
           MOVE WS-RUN-LINHA-TAB(WS-I) TO RECALL-UNIDADE-REC
           MOVE RU-CLIENTE-ID TO WS-CARTA-CLIENTE
           MOVE RU-NF-NUMERO  TO WS-CARTA-NF
           MOVE RU-CLIENTE    TO WS-CLIENTE-NOME
           PERFORM BUSCA-ENDERECO-NOTA
           IF WS-CLIENTE-NOME = SPACES
              MOVE "CLIENTE" TO WS-CLIENTE-NOME
           END-IF
           MOVE ALL "-" TO CARTAS-RECALL-REC
           WRITE CARTAS-RECALL-REC
           MOVE SPACES TO CARTAS-RECALL-REC
           STRING "PREZADO(A) " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLIENTE-NOME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CARTAS-RECALL-REC
           END-STRING
           WRITE CARTAS-RECALL-REC
           IF TEM-ENDERECO
              MOVE SPACES TO CARTAS-RECALL-REC
              MOVE WS-EG-ENDERECO TO CARTAS-RECALL-REC
              WRITE CARTAS-RECALL-REC
              IF WS-EG-CIDADE NOT = SPACES
                    OR WS-EG-CEP NOT = SPACES
                 MOVE SPACES TO CARTAS-RECALL-REC
                 STRING FUNCTION TRIM(WS-EG-CIDADE)
                        DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        WS-EG-UF DELIMITED BY SIZE
                        " CEP " DELIMITED BY SIZE
                        WS-EG-CEP DELIMITED BY SIZE
                        INTO CARTAS-RECALL-REC
                 END-STRING
                 WRITE CARTAS-RECALL-REC
              END-IF
           ELSE
              MOVE "(ENDERECO NAO CADASTRADO)"
                 TO CARTAS-RECALL-REC
              WRITE CARTAS-RECALL-REC
           END-IF
           MOVE SPACES TO CARTAS-RECALL-REC
           STRING "CAMPANHA DE CHAMADA (RECALL) " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " DO FABRICANTE:" DELIMITED BY SIZE
                  INTO CARTAS-RECALL-REC
           END-STRING
           WRITE CARTAS-RECALL-REC
           MOVE SPACES TO CARTAS-RECALL-REC
           MOVE WS-CAMP-DESCR TO CARTAS-RECALL-REC
           WRITE CARTAS-RECALL-REC
           PERFORM VARYING WS-K FROM WS-I BY 1
                 UNTIL WS-K > WS-RUN-COUNT
              IF WS-RUN-NOVA(WS-K) = "N"
                 MOVE WS-RUN-LINHA-TAB(WS-K) TO RECALL-UNIDADE-REC
                 IF (WS-CARTA-CLIENTE NOT = SPACES
                       AND RU-CLIENTE-ID = WS-CARTA-CLIENTE)
                       OR WS-K = WS-I
                    MOVE SPACES TO CARTAS-RECALL-REC
                    STRING "SEU VEICULO CHASSI " DELIMITED BY SIZE
                           RU-CHASSI DELIMITED BY SIZE
                           " ESTA ENVOLVIDO." DELIMITED BY SIZE
                           INTO CARTAS-RECALL-REC
                    END-STRING
                    WRITE CARTAS-RECALL-REC
                    MOVE "C" TO WS-RUN-NOVA(WS-K)
                 END-IF
              END-IF
           END-PERFORM
           MOVE "PROCURE NOSSA OFICINA PARA O REPARO GRATUITO."
              TO CARTAS-RECALL-REC
           WRITE CARTAS-RECALL-REC.

       BUSCA-ENDERECO-NOTA.
           MOVE "N" TO WS-TEM-ENDERECO
           MOVE SPACES TO WS-END-GUARDA
           IF WS-CARTA-NF = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT SERVICO-AGENDA
           IF WS-SRV-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ SERVICO-AGENDA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF SA-NF-NUMERO = WS-CARTA-NF
                          IF WS-CLIENTE-NOME = SPACES
                             MOVE SA-CLIENTE TO WS-CLIENTE-NOME
                          END-IF
                          IF SA-ENDERECO NOT = SPACES
                             MOVE "Y" TO WS-TEM-ENDERECO
                             MOVE SA-ENDERECO TO WS-EG-ENDERECO
                             MOVE SA-CIDADE   TO WS-EG-CIDADE
                             MOVE SA-UF       TO WS-EG-UF
                             MOVE SA-CEP      TO WS-EG-CEP
                             MOVE "Y" TO WS-EOF-ARQ
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERVICO-AGENDA
           END-IF.

      *    Retidos: unidades em estoque com o recall pendente e
      *    vendidos cuja entrega ainda nao aconteceu (ENTREGAS.DAT) -
      *    nenhum dos dois sai da loja antes do reparo.
       GERA-LISTA-RETIDOS.
           MOVE 0 TO WS-QTD-RETIDOS
           OPEN OUTPUT RETIDOS-REPORT
           MOVE SPACES TO RETIDOS-REPORT-REC
           STRING "===== RETIDOS - NAO ENTREGAR - CAMPANHA "
                  DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO RETIDOS-REPORT-REC
           END-STRING
           WRITE RETIDOS-REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RUN-COUNT
              MOVE WS-RUN-LINHA-TAB(WS-I) TO RECALL-UNIDADE-REC
              IF RU-CODIGO = WS-BUSCA-COD AND RU-PENDENTE
                    AND RU-ESTOQUE
                 ADD 1 TO WS-QTD-RETIDOS
                 MOVE SPACES TO WS-RET-LINHA
                 MOVE RU-VEIC-ID TO WS-RT-VEIC
                 MOVE RU-CHASSI  TO WS-RT-CHASSI
                 MOVE "EM ESTOQUE - NAO ENTREGAR ANTES DO REPARO"
                    TO WS-RT-AVISO
                 WRITE RETIDOS-REPORT-REC FROM WS-RET-LINHA
              END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ENTREGAS
           IF WS-ENTR-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ ENTREGAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF EN-PENDENTE AND EN-CHASSI NOT = SPACES
                          PERFORM AVALIA-ENTREGA-PENDENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTREGAS
           END-IF
           CLOSE RETIDOS-REPORT.

       AVALIA-ENTREGA-PENDENTE.
           MOVE "N" TO WS-ACHOU-UNID
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RUN-COUNT OR ACHOU-UNIDADE
              MOVE WS-RUN-LINHA-TAB(WS-J) TO RECALL-UNIDADE-REC
              IF RU-CODIGO = WS-BUSCA-COD AND RU-PENDENTE
                    AND RU-CHASSI = EN-CHASSI
                 MOVE "Y" TO WS-ACHOU-UNID
              END-IF
           END-PERFORM
           IF ACHOU-UNIDADE
              ADD 1 TO WS-QTD-RETIDOS
              MOVE SPACES TO WS-RET-LINHA
              MOVE EN-VEIC-ID TO WS-RT-VEIC
              MOVE EN-CHASSI  TO WS-RT-CHASSI
              MOVE SPACES TO WS-RT-AVISO
              STRING "VENDIDO NF " DELIMITED BY SIZE
                     EN-NF-NUMERO DELIMITED BY SIZE
                     " - NAO ENTREGAR ANTES DO REPARO"
                     DELIMITED BY SIZE
                     INTO WS-RT-AVISO
              END-STRING
              WRITE RETIDOS-REPORT-REC FROM WS-RET-LINHA
           END-IF.

       REGISTRA-EXECUCAO.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-BUSCA-COD
           DISPLAY "CHASSI DO VEICULO REPARADO: "
           ACCEPT WS-BUSCA-CHASSI
           MOVE "N" TO WS-ACHOU-UNID
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RUN-COUNT OR ACHOU-UNIDADE
              MOVE WS-RUN-LINHA-TAB(WS-I) TO RECALL-UNIDADE-REC
              IF RU-CODIGO = WS-BUSCA-COD
                    AND RU-CHASSI = WS-BUSCA-CHASSI
                 MOVE "Y" TO WS-ACHOU-UNID
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF NOT ACHOU-UNIDADE
              DISPLAY "CHASSI " WS-BUSCA-CHASSI
                 " NAO APURADO NA CAMPANHA " WS-BUSCA-COD
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-LINHA-TAB(WS-ACHOU-I) TO RECALL-UNIDADE-REC
           IF RU-EXECUTADO
              DISPLAY "REPARO JA REGISTRADO EM " RU-DATA-EXECUCAO
              EXIT PARAGRAPH
           END-IF
           SET RU-EXECUTADO TO TRUE
           MOVE WS-HOJE TO RU-DATA-EXECUCAO
           MOVE RECALL-UNIDADE-REC TO WS-RUN-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALT-UNIDADE
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "RECALL " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " EXECUTADO NO CHASSI " DELIMITED BY SIZE
                  WS-BUSCA-CHASSI DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Uma secao por campanha (primeira linha de cada codigo) com
      *    os totais e a lista dos chassis que ainda faltam.
       RELATORIO-ACOMPANHAMENTO.
           OPEN OUTPUT RECALL-REPORT
           MOVE "===== ACOMPANHAMENTO DAS CAMPANHAS DE RECALL ====="
              TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-RCL-COUNT
              MOVE WS-RCL-LINHA-TAB(WS-K) TO RECALL-REC
              MOVE RC-CODIGO TO WS-BUSCA-COD
              PERFORM LOCALIZA-CAMPANHA
              IF WS-CAMP-I = WS-K
                 PERFORM SECAO-CAMPANHA
              END-IF
           END-PERFORM
           CLOSE RECALL-REPORT
           DISPLAY "ACOMPANHAMENTO DAS CAMPANHAS EM RECALREL.DAT".

       SECAO-CAMPANHA.
           MOVE 0 TO WS-QTD-AFETADOS
           MOVE 0 TO WS-QTD-EXECUTADOS
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE SPACES TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           STRING "CAMPANHA " DELIMITED BY SIZE
                  WS-BUSCA-COD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAMP-DESCR DELIMITED BY SIZE
                  INTO RECALL-REPORT-REC
           END-STRING
           WRITE RECALL-REPORT-REC
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RUN-COUNT
              MOVE WS-RUN-LINHA-TAB(WS-J) TO RECALL-UNIDADE-REC
              IF RU-CODIGO = WS-BUSCA-COD
                 ADD 1 TO WS-QTD-AFETADOS
                 IF RU-EXECUTADO
                    ADD 1 TO WS-QTD-EXECUTADOS
                 ELSE
                    ADD 1 TO WS-QTD-PENDENTES
                    MOVE SPACES TO WS-ACO-LINHA
                    MOVE RU-CHASSI TO WS-AL-CHASSI
                    IF RU-ESTOQUE
                       MOVE "ESTOQUE" TO WS-AL-ORIGEM
                    ELSE
                       MOVE "VENDIDO" TO WS-AL-ORIGEM
                    END-IF
                    MOVE RU-NF-NUMERO TO WS-AL-NF
                    MOVE RU-CLIENTE   TO WS-AL-CLIENTE
                    WRITE RECALL-REPORT-REC FROM WS-ACO-LINHA
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REL-LINHA
           MOVE "UNIDADES ATINGIDAS:" TO WS-RL-LABEL
           MOVE WS-QTD-AFETADOS TO WS-RL-QTD
           WRITE RECALL-REPORT-REC FROM WS-REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "REPAROS EXECUTADOS:" TO WS-RL-LABEL
           MOVE WS-QTD-EXECUTADOS TO WS-RL-QTD
           WRITE RECALL-REPORT-REC FROM WS-REL-LINHA
           MOVE SPACES TO WS-REL-LINHA
           MOVE "AINDA PENDENTES:" TO WS-RL-LABEL
           MOVE WS-QTD-PENDENTES TO WS-RL-QTD
           WRITE RECALL-REPORT-REC FROM WS-REL-LINHA
           IF WS-QTD-AFETADOS > 0
              COMPUTE WS-PCT-CONCLUIDO ROUNDED =
                 WS-QTD-EXECUTADOS * 100 / WS-QTD-AFETADOS
           ELSE
              MOVE 0 TO WS-PCT-CONCLUIDO
           END-IF
           MOVE "CONCLUIDO:" TO WS-PL-LABEL
           MOVE WS-PCT-CONCLUIDO TO WS-PL-PCT
           WRITE RECALL-REPORT-REC FROM WS-PCT-LINHA.

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".
