       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCTAMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao controlada do plano de contas (PLANOCTA.DAT) e do
      * mapa de chaves de lancamento (GLCONTAS.DAT) que o CONTABIL, o
      * VENDCANC e o GLENCERR usam para escolher a conta de cada
      * lancamento - o mapa deixa de ser editado no editor de texto.
      * Funcoes:
      *   - listar, incluir, desativar/reativar e excluir contas; o
      *     tipo (ativo, passivo, receita, despesa) tem de bater com
      *     o grupo do primeiro digito;
      *   - conta com lancamento no GLIFACE.DAT nao e excluida, so
      *     desativada; conta apontada por alguma chave do mapa nao
      *     e desativada nem excluida;
      *   - mapear chave para conta ativa do plano (so as chaves que
      *     os programas de lancamento conhecem);
      *   - conferir o mapa: cada chave com a conta que sera usada
      *     (a do mapa ou a padrao do programa) e se ela existe e
      *     esta ativa no plano - qualquer falha da RETURN-CODE 4.
      * Cada alteracao grava em GLCTAAUD.DAT data, hora, operador,
      * acao e as imagens antes/depois.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT GL-CONTAS ASSIGN TO "GLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIF-STATUS.
           SELECT CONTAS-AUDIT ASSIGN TO "GLCTAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS
           RECORD CONTAINS 40 CHARACTERS.
       COPY "PLANOREC.cpy".

       FD  GL-CONTAS
           RECORD CONTAINS 18 CHARACTERS.
       01  GL-CONTAS-REC.
           05  GC-CHAVE             PIC X(10).
           05  GC-CONTA             PIC X(8).

       FD  GL-INTERFACE
           RECORD CONTAINS 44 CHARACTERS.
       01  GL-INTERFACE-REC.
           05  GI-DATA              PIC 9(8).
           05  GI-CONTA             PIC X(8).
           05  GI-DC                PIC X.
           05  GI-VALOR             PIC 9(9)V99.
           05  GI-FONTE             PIC X(10).
           05  FILLER               PIC X(2).
           05  GI-CCUSTO            PIC X(4).

       FD  CONTAS-AUDIT
           RECORD CONTAINS 116 CHARACTERS.
       01  CONTAS-AUDIT-LINE        PIC X(116).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       77  WS-PLANO-STATUS  PIC XX VALUE SPACES.
       77  WS-MAPA-STATUS   PIC XX VALUE SPACES.
       77  WS-GLIF-STATUS   PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS  PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-PLANO-ALTERADO PIC X VALUE "N".
           88 PLANO-ALTERADO       VALUE "Y".
       77  WS-MAPA-ALTERADO PIC X VALUE "N".
           88 MAPA-ALTERADO        VALUE "Y".
       77  WS-PLANO-COUNT   PIC 9(3) VALUE 0.
       01  WS-PLANO-TABELA.
           05  WS-PLANO-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-PLANO-COUNT
                              INDEXED BY WS-PLANO-IDX.
               10  WS-PL-CONTA     PIC X(8).
               10  WS-PL-DESCRICAO PIC X(30).
               10  WS-PL-TIPO      PIC X.
               10  WS-PL-SITUACAO  PIC X.
       77  WS-MAPA-COUNT    PIC 9(3) VALUE 0.
       01  WS-MAPA-TABELA.
           05  WS-MAPA-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-MAPA-COUNT
                              INDEXED BY WS-MAPA-IDX.
               10  WS-MP-CHAVE     PIC X(10).
               10  WS-MP-CONTA     PIC X(8).
      *    Chaves que os programas de lancamento leem do GLCONTAS.DAT
      *    e a conta padrao que cada um usa quando a chave nao esta
      *    no mapa.
       01  WS-CHAVES-CONHECIDAS.
           05  FILLER PIC X(18) VALUE "FOLHA-DESP51010001".
           05  FILLER PIC X(18) VALUE "FOLHA-RET 21020001".
           05  FILLER PIC X(18) VALUE "FOLHA-PAG 21010001".
           05  FILLER PIC X(18) VALUE "FOLHA-INSS21040001".
           05  FILLER PIC X(18) VALUE "FOLHA-PATD51020001".
           05  FILLER PIC X(18) VALUE "FOLHA-PATC21040002".
           05  FILLER PIC X(18) VALUE "FOLHA-FGTD51050001".
           05  FILLER PIC X(18) VALUE "FOLHA-FGTC21060001".
           05  FILLER PIC X(18) VALUE "FOLHA-DESC21050001".
           05  FILLER PIC X(18) VALUE "CARRO-CLI 11020001".
           05  FILLER PIC X(18) VALUE "CARRO-REC 31010001".
           05  FILLER PIC X(18) VALUE "CARRO-IMP 21030001".
           05  FILLER PIC X(18) VALUE "CARRO-CMV 51030001".
           05  FILLER PIC X(18) VALUE "CARRO-EST 11030001".
           05  FILLER PIC X(18) VALUE "CARRO-ACE 31020001".
           05  FILLER PIC X(18) VALUE "OFIC-PEC  31030001".
           05  FILLER PIC X(18) VALUE "OFIC-MOB  31030002".
           05  FILLER PIC X(18) VALUE "OFIC-CMV  51040001".
           05  FILLER PIC X(18) VALUE "OFIC-EST  11040001".
           05  FILLER PIC X(18) VALUE "RECEB-CX  11010001".
           05  FILLER PIC X(18) VALUE "RECEB-FIN 32010001".
           05  FILLER PIC X(18) VALUE "OBRA-REC  31040001".
           05  FILLER PIC X(18) VALUE "RETOR-FIN 32020001".
           05  FILLER PIC X(18) VALUE "LUCRO-ACUM23010001".
       01  WS-CHAVES-TABELA REDEFINES WS-CHAVES-CONHECIDAS.
           05  WS-CHAVE-ENTRY OCCURS 24 TIMES
                              INDEXED BY WS-CHAVE-IDX.
               10  WS-CK-CHAVE     PIC X(10).
               10  WS-CK-PADRAO    PIC X(8).
       77  WS-QTD-CHAVES    PIC 9(2) VALUE 24.
       77  WS-BUSCA-CONTA   PIC X(8).
       77  WS-BUSCA-CHAVE   PIC X(10).
       77  WS-CONTA-USADA   PIC X(8).
       77  WS-ORIGEM-CONTA  PIC X(6).
       77  WS-NOVA-DESCRICAO PIC X(30).
       77  WS-NOVO-TIPO     PIC X.
       77  WS-TIPO-GRUPO    PIC X.
       77  WS-ACHOU-CONTA   PIC X VALUE "N".
           88 ACHOU-CONTA          VALUE "Y".
       77  WS-ACHOU-MAPA    PIC X VALUE "N".
           88 ACHOU-MAPA           VALUE "Y".
       77  WS-CHAVE-VALIDA  PIC X VALUE "N".
           88 CHAVE-VALIDA         VALUE "Y".
       77  WS-TEM-LANCTO    PIC X VALUE "N".
           88 TEM-LANCAMENTO       VALUE "Y".
       77  WS-CHAVE-USANDO  PIC X(10).
       77  WS-SITUACAO-CONF PIC X(20).
       77  WS-QTD-FALHAS    PIC 9(3) VALUE 0.
       77  WS-I             PIC 9(3).
       01  WS-DATA-HORA.
           05  WS-DH-DATA        PIC 9(8).
           05  WS-DH-HORA        PIC 9(6).
           05  FILLER            PIC X(7).
       77  WS-AUD-ACAO      PIC X(8).
       77  WS-AUD-ANTES     PIC X(40).
       77  WS-AUD-DEPOIS    PIC X(40).
       01  WS-AUD-LINHA.
           05  WS-AUD-LIN-DATA    PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUD-LIN-HORA    PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUD-LIN-OPER    PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUD-LIN-ACAO    PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUD-LIN-ANTES   PIC X(40).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-AUD-LIN-DEPOIS  PIC X(40).
       LINKAGE SECTION.
       01  LK-OPERADOR-CODIGO     PIC X(8).
       PROCEDURE DIVISION USING LK-OPERADOR-CODIGO.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-OPCAO
           MOVE "N" TO WS-PLANO-ALTERADO
           MOVE "N" TO WS-MAPA-ALTERADO
           PERFORM CARREGA-PLANO
           PERFORM CARREGA-MAPA
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== PLANO DE CONTAS ====="
              DISPLAY "(1) LISTAR PLANO DE CONTAS"
              DISPLAY "(2) INCLUIR CONTA"
              DISPLAY "(3) DESATIVAR OU REATIVAR CONTA"
              DISPLAY "(4) EXCLUIR CONTA"
              DISPLAY "(5) MAPEAR CHAVE DE LANCAMENTO"
              DISPLAY "(6) CONFERIR MAPA DE CHAVES"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-PLANO
                 WHEN 2 PERFORM INCLUI-CONTA
                 WHEN 3 PERFORM ALTERA-SITUACAO-CONTA
                 WHEN 4 PERFORM EXCLUI-CONTA
                 WHEN 5 PERFORM MAPEIA-CHAVE
                 WHEN 6 PERFORM CONFERE-MAPA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF PLANO-ALTERADO
              PERFORM GRAVA-PLANO
           END-IF
           IF MAPA-ALTERADO
              PERFORM GRAVA-MAPA
           END-IF
           GOBACK.

       CARREGA-PLANO.
           MOVE 0 TO WS-PLANO-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PLANO-CONTAS
           IF WS-PLANO-STATUS = "35"
              DISPLAY "PLANOCTA.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PLANO-CONTAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-PLANO-COUNT > 499
                       DISPLAY "PLANOCTA.DAT TEM MAIS DE 500 "
                          "CONTAS - IGNORANDO O RESTANTE"
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       ADD 1 TO WS-PLANO-COUNT
                       MOVE PLANO-CONTAS-REC
                          TO WS-PLANO-ENTRY(WS-PLANO-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS.

       CARREGA-MAPA.
           MOVE 0 TO WS-MAPA-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-CONTAS
           IF WS-MAPA-STATUS = "35"
              DISPLAY "GLCONTAS.DAT NAO ENCONTRADO - OS PROGRAMAS "
                 "USAM AS CONTAS PADRAO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-CONTAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-MAPA-COUNT < 100
                       ADD 1 TO WS-MAPA-COUNT
                       MOVE GC-CHAVE
                          TO WS-MP-CHAVE(WS-MAPA-COUNT)
                       MOVE GC-CONTA
                          TO WS-MP-CONTA(WS-MAPA-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTAS.

       GRAVA-PLANO.
           OPEN OUTPUT PLANO-CONTAS
           PERFORM VARYING WS-PLANO-IDX FROM 1 BY 1
                 UNTIL WS-PLANO-IDX > WS-PLANO-COUNT
              MOVE WS-PLANO-ENTRY(WS-PLANO-IDX) TO PLANO-CONTAS-REC
              WRITE PLANO-CONTAS-REC
           END-PERFORM
           CLOSE PLANO-CONTAS.

       GRAVA-MAPA.
           OPEN OUTPUT GL-CONTAS
           PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                 UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
              MOVE WS-MP-CHAVE(WS-MAPA-IDX) TO GC-CHAVE
              MOVE WS-MP-CONTA(WS-MAPA-IDX) TO GC-CONTA
              WRITE GL-CONTAS-REC
           END-PERFORM
           CLOSE GL-CONTAS.

       LISTA-PLANO.
           DISPLAY "CONTA    DESCRICAO                      TIPO SIT"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PLANO-COUNT
              DISPLAY WS-PL-CONTA(WS-I) " " WS-PL-DESCRICAO(WS-I)
                 "  " WS-PL-TIPO(WS-I) "    " WS-PL-SITUACAO(WS-I)
           END-PERFORM
           IF WS-PLANO-COUNT = 0
              DISPLAY "(NENHUMA CONTA CADASTRADA)"
           END-IF.

       LOCALIZA-CONTA.
           MOVE "N" TO WS-ACHOU-CONTA
           IF WS-PLANO-COUNT > 0
              SET WS-PLANO-IDX TO 1
              SEARCH WS-PLANO-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-PL-CONTA(WS-PLANO-IDX) = WS-BUSCA-CONTA
                    MOVE "Y" TO WS-ACHOU-CONTA
              END-SEARCH
           END-IF.

      *    Tipo que o grupo do primeiro digito exige; espaco quando o
      *    grupo nao existe no plano.
       DEFINE-TIPO-GRUPO.
           EVALUATE WS-BUSCA-CONTA(1:1)
              WHEN "1" MOVE "A" TO WS-TIPO-GRUPO
              WHEN "2" MOVE "P" TO WS-TIPO-GRUPO
              WHEN "3" MOVE "R" TO WS-TIPO-GRUPO
              WHEN "5" MOVE "D" TO WS-TIPO-GRUPO
              WHEN OTHER MOVE SPACE TO WS-TIPO-GRUPO
           END-EVALUATE.

       INCLUI-CONTA.
           IF WS-PLANO-COUNT > 499
              DISPLAY "PLANO DE CONTAS CHEIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTA (8 DIGITOS): "
           ACCEPT WS-BUSCA-CONTA
           IF WS-BUSCA-CONTA IS NOT NUMERIC
              DISPLAY "CONTA INVALIDA - DIGITE 8 DIGITOS"
              EXIT PARAGRAPH
           END-IF
           PERFORM DEFINE-TIPO-GRUPO
           IF WS-TIPO-GRUPO = SPACE
              DISPLAY "GRUPO " WS-BUSCA-CONTA(1:1) " NAO EXISTE - "
                 "1 ATIVO, 2 PASSIVO, 3 RECEITA, 5 DESPESA"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-CONTA
           IF ACHOU-CONTA
              DISPLAY "CONTA " WS-BUSCA-CONTA " JA CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO: "
           ACCEPT WS-NOVA-DESCRICAO
           IF WS-NOVA-DESCRICAO = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TIPO (A ATIVO, P PASSIVO, R RECEITA, D DESPESA): "
           ACCEPT WS-NOVO-TIPO
           IF WS-NOVO-TIPO NOT = WS-TIPO-GRUPO
              DISPLAY "TIPO " WS-NOVO-TIPO " NAO CONFERE COM O GRUPO "
                 WS-BUSCA-CONTA(1:1) " - ESPERADO " WS-TIPO-GRUPO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA A INCLUSAO DA CONTA " WS-BUSCA-CONTA
              "? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "INCLUSAO CANCELADA"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLANO-COUNT
           SET WS-PLANO-IDX TO WS-PLANO-COUNT
           MOVE WS-BUSCA-CONTA    TO WS-PL-CONTA(WS-PLANO-IDX)
           MOVE WS-NOVA-DESCRICAO TO WS-PL-DESCRICAO(WS-PLANO-IDX)
           MOVE WS-NOVO-TIPO      TO WS-PL-TIPO(WS-PLANO-IDX)
           MOVE "A"               TO WS-PL-SITUACAO(WS-PLANO-IDX)
           MOVE "Y" TO WS-PLANO-ALTERADO
           MOVE "INCLUI"  TO WS-AUD-ACAO
           MOVE SPACES    TO WS-AUD-ANTES
           MOVE WS-PLANO-ENTRY(WS-PLANO-IDX) TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "CONTA " DELIMITED BY SIZE
                  WS-BUSCA-CONTA DELIMITED BY SIZE
                  " INCLUIDA" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       ALTERA-SITUACAO-CONTA.
           DISPLAY "CONTA: "
           ACCEPT WS-BUSCA-CONTA
           PERFORM LOCALIZA-CONTA
           IF NOT ACHOU-CONTA
              DISPLAY "CONTA " WS-BUSCA-CONTA " NAO CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PLANO-ENTRY(WS-PLANO-IDX) TO WS-AUD-ANTES
           IF WS-PL-SITUACAO(WS-PLANO-IDX) = "I"
              DISPLAY "CONTA " WS-BUSCA-CONTA " INATIVA - REATIVAR? "
                 "(S/N)"
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA NOT = "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE "A" TO WS-PL-SITUACAO(WS-PLANO-IDX)
              MOVE "REATIVA" TO WS-AUD-ACAO
           ELSE
              PERFORM VERIFICA-CONTA-MAPEADA
              IF ACHOU-MAPA
                 DISPLAY "CONTA " WS-BUSCA-CONTA " E USADA PELA CHAVE "
                    WS-CHAVE-USANDO " - REMAPEIE A CHAVE ANTES"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "CONTA " WS-BUSCA-CONTA " ATIVA - DESATIVAR? "
                 "(S/N)"
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA NOT = "S"
                 EXIT PARAGRAPH
              END-IF
              MOVE "I" TO WS-PL-SITUACAO(WS-PLANO-IDX)
              MOVE "DESATIVA" TO WS-AUD-ACAO
           END-IF
           MOVE "Y" TO WS-PLANO-ALTERADO
           MOVE WS-PLANO-ENTRY(WS-PLANO-IDX) TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "CONTA " DELIMITED BY SIZE
                  WS-BUSCA-CONTA DELIMITED BY SIZE
                  " - SITUACAO " DELIMITED BY SIZE
                  WS-PL-SITUACAO(WS-PLANO-IDX) DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Conta com lancamento fica no plano para sempre - so
      *    desativada, senao o historico do GLIFACE.DAT aponta para
      *    conta que nao existe.
       EXCLUI-CONTA.
           DISPLAY "CONTA A EXCLUIR: "
           ACCEPT WS-BUSCA-CONTA
           PERFORM LOCALIZA-CONTA
           IF NOT ACHOU-CONTA
              DISPLAY "CONTA " WS-BUSCA-CONTA " NAO CADASTRADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-CONTA-MAPEADA
           IF ACHOU-MAPA
              DISPLAY "CONTA " WS-BUSCA-CONTA " E USADA PELA CHAVE "
                 WS-CHAVE-USANDO " - EXCLUSAO RECUSADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-LANCAMENTOS
           IF TEM-LANCAMENTO
              DISPLAY "CONTA " WS-BUSCA-CONTA " TEM LANCAMENTOS NO "
                 "GLIFACE.DAT - EXCLUSAO RECUSADA, USE DESATIVAR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA A EXCLUSAO DA CONTA " WS-BUSCA-CONTA
              "? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "EXCLUSAO CANCELADA"
              EXIT PARAGRAPH
           END-IF
           MOVE "EXCLUI" TO WS-AUD-ACAO
           MOVE WS-PLANO-ENTRY(WS-PLANO-IDX) TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           MOVE WS-PLANO-ENTRY(WS-PLANO-COUNT)
              TO WS-PLANO-ENTRY(WS-PLANO-IDX)
           SUBTRACT 1 FROM WS-PLANO-COUNT
           MOVE "Y" TO WS-PLANO-ALTERADO
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "CONTA " DELIMITED BY SIZE
                  WS-BUSCA-CONTA DELIMITED BY SIZE
                  " EXCLUIDA" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       VERIFICA-CONTA-MAPEADA.
           MOVE "N" TO WS-ACHOU-MAPA
           MOVE SPACES TO WS-CHAVE-USANDO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MAPA-COUNT OR ACHOU-MAPA
              IF WS-MP-CONTA(WS-I) = WS-BUSCA-CONTA
                 MOVE "Y" TO WS-ACHOU-MAPA
                 MOVE WS-MP-CHAVE(WS-I) TO WS-CHAVE-USANDO
              END-IF
           END-PERFORM.

       VERIFICA-LANCAMENTOS.
           MOVE "N" TO WS-TEM-LANCTO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT GL-INTERFACE
           IF WS-GLIF-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ GL-INTERFACE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF GI-CONTA = WS-BUSCA-CONTA
                       MOVE "Y" TO WS-TEM-LANCTO
                       MOVE "Y" TO WS-EOF-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

       MAPEIA-CHAVE.
           DISPLAY "CHAVE DE LANCAMENTO (EX FOLHA-DESP, CARRO-REC): "
           ACCEPT WS-BUSCA-CHAVE
           MOVE "N" TO WS-CHAVE-VALIDA
           SET WS-CHAVE-IDX TO 1
           SEARCH WS-CHAVE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CK-CHAVE(WS-CHAVE-IDX) = WS-BUSCA-CHAVE
                 MOVE "Y" TO WS-CHAVE-VALIDA
           END-SEARCH
           IF NOT CHAVE-VALIDA
              DISPLAY "CHAVE " WS-BUSCA-CHAVE " NAO E USADA POR "
                 "NENHUM PROGRAMA DE LANCAMENTO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTA: "
           ACCEPT WS-BUSCA-CONTA
           PERFORM LOCALIZA-CONTA
           IF NOT ACHOU-CONTA
              DISPLAY "CONTA " WS-BUSCA-CONTA " NAO CADASTRADA NO "
                 "PLANO - INCLUA A CONTA ANTES"
              EXIT PARAGRAPH
           END-IF
           IF WS-PL-SITUACAO(WS-PLANO-IDX) NOT = "A"
              DISPLAY "CONTA " WS-BUSCA-CONTA " INATIVA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CHAVE " WS-BUSCA-CHAVE " -> " WS-BUSCA-CONTA " "
              WS-PL-DESCRICAO(WS-PLANO-IDX)
           DISPLAY "CONFIRMA? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "MAPEAMENTO CANCELADO"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACHOU-MAPA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MAPA-COUNT OR ACHOU-MAPA
              IF WS-MP-CHAVE(WS-I) = WS-BUSCA-CHAVE
                 MOVE "Y" TO WS-ACHOU-MAPA
                 SET WS-MAPA-IDX TO WS-I
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-AUD-ANTES
           IF ACHOU-MAPA
              MOVE WS-MAPA-ENTRY(WS-MAPA-IDX) TO WS-AUD-ANTES
           ELSE
              IF WS-MAPA-COUNT > 99
                 DISPLAY "MAPA DE CHAVES CHEIO"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MAPA-COUNT
              SET WS-MAPA-IDX TO WS-MAPA-COUNT
              MOVE WS-BUSCA-CHAVE TO WS-MP-CHAVE(WS-MAPA-IDX)
           END-IF
           MOVE WS-BUSCA-CONTA TO WS-MP-CONTA(WS-MAPA-IDX)
           MOVE "Y" TO WS-MAPA-ALTERADO
           MOVE "MAPEIA" TO WS-AUD-ACAO
           MOVE WS-MAPA-ENTRY(WS-MAPA-IDX) TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "CHAVE " DELIMITED BY SIZE
                  WS-BUSCA-CHAVE DELIMITED BY SIZE
                  " MAPEADA PARA " DELIMITED BY SIZE
                  WS-BUSCA-CONTA DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Sem o plano nada pode ser conferido - toda chave falha.
       CONFERE-MAPA.
           MOVE 0 TO WS-QTD-FALHAS
           DISPLAY "CHAVE      CONTA    ORIGEM SITUACAO"
           PERFORM VARYING WS-CHAVE-IDX FROM 1 BY 1
                 UNTIL WS-CHAVE-IDX > WS-QTD-CHAVES
              MOVE WS-CK-PADRAO(WS-CHAVE-IDX) TO WS-CONTA-USADA
              MOVE "PADRAO" TO WS-ORIGEM-CONTA
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-MAPA-COUNT
                 IF WS-MP-CHAVE(WS-I) = WS-CK-CHAVE(WS-CHAVE-IDX)
                    MOVE WS-MP-CONTA(WS-I) TO WS-CONTA-USADA
                    MOVE "MAPA" TO WS-ORIGEM-CONTA
                 END-IF
              END-PERFORM
              MOVE WS-CONTA-USADA TO WS-BUSCA-CONTA
              PERFORM LOCALIZA-CONTA
              IF NOT ACHOU-CONTA
                 MOVE "FORA DO PLANO" TO WS-SITUACAO-CONF
                 ADD 1 TO WS-QTD-FALHAS
              ELSE
                 IF WS-PL-SITUACAO(WS-PLANO-IDX) NOT = "A"
                    MOVE "CONTA INATIVA" TO WS-SITUACAO-CONF
                    ADD 1 TO WS-QTD-FALHAS
                 ELSE
                    MOVE "OK" TO WS-SITUACAO-CONF
                 END-IF
              END-IF
              DISPLAY WS-CK-CHAVE(WS-CHAVE-IDX) " " WS-CONTA-USADA
                 " " WS-ORIGEM-CONTA " " WS-SITUACAO-CONF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MAPA-COUNT
              MOVE "N" TO WS-CHAVE-VALIDA
              SET WS-CHAVE-IDX TO 1
              SEARCH WS-CHAVE-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CK-CHAVE(WS-CHAVE-IDX) = WS-MP-CHAVE(WS-I)
                    MOVE "Y" TO WS-CHAVE-VALIDA
              END-SEARCH
              IF NOT CHAVE-VALIDA
                 DISPLAY WS-MP-CHAVE(WS-I) " " WS-MP-CONTA(WS-I)
                    " MAPA   CHAVE DESCONHECIDA"
                 ADD 1 TO WS-QTD-FALHAS
              END-IF
           END-PERFORM
           IF WS-QTD-FALHAS = 0
              DISPLAY "MAPA CONFERIDO - TODAS AS CHAVES EM CONTA "
                 "ATIVA DO PLANO"
           ELSE
              DISPLAY WS-QTD-FALHAS " CHAVE(S) COM PROBLEMA"
              MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DH-DATA         TO WS-AUD-LIN-DATA
           MOVE WS-DH-HORA         TO WS-AUD-LIN-HORA
           MOVE LK-OPERADOR-CODIGO TO WS-AUD-LIN-OPER
           MOVE WS-AUD-ACAO        TO WS-AUD-LIN-ACAO
           MOVE WS-AUD-ANTES       TO WS-AUD-LIN-ANTES
           MOVE WS-AUD-DEPOIS      TO WS-AUD-LIN-DEPOIS
           OPEN EXTEND CONTAS-AUDIT
           IF WS-AUDIT-STATUS = "35"
              CLOSE CONTAS-AUDIT
              OPEN OUTPUT CONTAS-AUDIT
           END-IF
           WRITE CONTAS-AUDIT-LINE FROM WS-AUD-LINHA
           CLOSE CONTAS-AUDIT.

       COPY "RECIBOP.cpy".
