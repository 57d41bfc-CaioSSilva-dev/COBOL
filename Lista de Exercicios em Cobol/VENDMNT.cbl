      * admissao, alteracao de dados e desligamento com data de
      * efeito. A folha pula os desligados e os relaciona na pagina
      * de excluidos da rodada - desligamento visivel, nao silencioso.
      * A alcada de desconto negociado de cada vendedor tambem e
      * mantida aqui (branco = alcada padrao do CARRO).
      * O desligamento registra o motivo em RESCIS.DAT para o calculo
      * das verbas rescisorias pelo RESCISAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT SANDBOX-MARCA ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT RESCISAO-ARQ ASSIGN TO "RESCIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  SANDBOX-MARCA
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  RESCISAO-ARQ
           RECORD CONTAINS 43 CHARACTERS.
       COPY "RESCREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "SANDBOX.cpy".
       COPY "FILIAL.cpy".
       77  WS-SAND-STATUS PIC XX VALUE SPACES.
       77  WS-FIL-STATUS  PIC XX VALUE SPACES.
       77  WS-RESC-STATUS PIC XX VALUE SPACES.
       77  WS-MOTIVO-DESLIG PIC X VALUE SPACE.
           88 MOTIVO-DESLIG-VALIDO VALUES "S", "J", "P", "A".
       77  WS-AVISO-CUMPRIDO PIC X VALUE SPACE.
           88 AVISO-RESPOSTA-VALIDA VALUES "S", "N".
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-BUSCA-ID      PIC X(6).
       77  WS-ACHOU-VEND    PIC X VALUE "N".
           88 ACHOU-VEND           VALUE "Y".
       77  WS-NOVO-NOME     PIC X(30).
       77  WS-HOJE          PIC 9(8).
       77  WS-LIMITE-ED     PIC Z9.99.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           PERFORM OBTEM-FILIAL
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           OPEN I-O VENDEDOR-MASTER
           IF WS-VEND-STATUS = "35"
              DISPLAY "VENDMAST.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              OPEN OUTPUT VENDEDOR-MASTER
              CLOSE VENDEDOR-MASTER
              OPEN I-O VENDEDOR-MASTER
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== CADASTRO DE VENDEDORES ====="
              DISPLAY "(2) ALTERAR DADOS"
              DISPLAY "(3) DESLIGAR"
              DISPLAY "(4) CONSULTAR"
              DISPLAY "(5) ALCADA DE DESCONTO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 2 PERFORM ALTERA-VENDEDOR
                 WHEN 3 PERFORM DESLIGA-VENDEDOR
                 WHEN 4 PERFORM CONSULTA-VENDEDOR
                 WHEN 5 PERFORM ALTERA-ALCADA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           CLOSE VENDEDOR-MASTER
           GOBACK.

      *    Cada operacao le e regrava so o proprio registro pela
      *    chave VM-VENDEDOR-ID - sem limite de tamanho do cadastro.
       LE-VENDEDOR.
           MOVE "N" TO WS-ACHOU-VEND
           MOVE WS-BUSCA-ID TO VM-VENDEDOR-ID
           READ VENDEDOR-MASTER KEY IS VM-VENDEDOR-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACHOU-VEND
                 IF VM-ATIVO
                    MOVE "A" TO VM-STATUS
                 END-IF
           END-READ.

       BUSCA-VENDEDOR.
           DISPLAY "ID DO VENDEDOR: "
           ACCEPT WS-BUSCA-ID
           PERFORM LE-VENDEDOR
           IF NOT ACHOU-VEND
              DISPLAY "VENDEDOR " WS-BUSCA-ID " NAO ENCONTRADO"
           END-IF.

       ADMITE-VENDEDOR.
           DISPLAY "ID DO VENDEDOR NOVO: "
           ACCEPT WS-BUSCA-ID
           PERFORM LE-VENDEDOR
           IF ACHOU-VEND
              DISPLAY "VENDEDOR " WS-BUSCA-ID " JA CADASTRADO - "
                 "A FOLHA PAGARIA A PESSOA DUAS VEZES"
           ELSE
              MOVE SPACES TO VENDEDOR-MASTER-REC
              MOVE WS-BUSCA-ID TO VM-VENDEDOR-ID
              DISPLAY "NOME: "
              ACCEPT VM-VENDEDOR-NOME
              MOVE 0     TO WS-NUM-MIN
              MOVE 9999  TO WS-NUM-MAX
              MOVE "SALARIO BASE (INTEIRO): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VM-SALARIO
              MOVE 0 TO VM-NUM-CARRO
              MOVE 0 TO VM-VENDA-V
              MOVE 0 TO VM-VEIC-ID
              MOVE "A" TO VM-STATUS
              MOVE WS-HOJE TO VM-DATA-ADMISSAO
              MOVE SPACES  TO VM-DATA-DESLIG
              MOVE WS-FILIAL-CODIGO TO VM-FILIAL
              WRITE VENDEDOR-MASTER-REC
                 INVALID KEY
                    DISPLAY "VENDEDOR " WS-BUSCA-ID
                       " JA EXISTE NO VENDMAST.DAT"
                 NOT INVALID KEY
                    STRING "VENDEDOR " DELIMITED BY SIZE
                           VM-VENDEDOR-ID DELIMITED BY SIZE
                           " ADMITIDO" DELIMITED BY SIZE
                           INTO WS-RECIBO-DESCRICAO
                    END-STRING
                    PERFORM EXIBE-RECIBO-CONFIRMACAO
              END-WRITE
           END-IF.

       ALTERA-VENDEDOR.
           PERFORM BUSCA-VENDEDOR
           IF ACHOU-VEND
              DISPLAY "NOME ATUAL: " VM-VENDEDOR-NOME
              DISPLAY "NOVO NOME (BRANCO MANTEM O ATUAL): "
              MOVE SPACES TO WS-NOVO-NOME
              ACCEPT WS-NOVO-NOME
              IF WS-NOVO-NOME NOT = SPACES
                 MOVE WS-NOVO-NOME TO VM-VENDEDOR-NOME
              END-IF
              MOVE 0     TO WS-NUM-MIN
              MOVE 9999  TO WS-NUM-MAX
              MOVE "NOVO SALARIO BASE (INTEIRO): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VM-SALARIO
              REWRITE VENDEDOR-MASTER-REC
              STRING "VENDEDOR " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " ALTERADO" DELIMITED BY SIZE
       DESLIGA-VENDEDOR.
           PERFORM BUSCA-VENDEDOR
           IF ACHOU-VEND
              IF VM-DESLIGADO
                 DISPLAY "VENDEDOR " WS-BUSCA-ID " JA DESLIGADO"
              ELSE
                 PERFORM OBTEM-MOTIVO-DESLIG
                 MOVE "D" TO VM-STATUS
                 MOVE WS-HOJE TO VM-DATA-DESLIG
                 REWRITE VENDEDOR-MASTER-REC
                 PERFORM GRAVA-RESCISAO-PENDENTE
                 STRING "VENDEDOR " DELIMITED BY SIZE
                        WS-BUSCA-ID DELIMITED BY SIZE
                        " DESLIGADO" DELIMITED BY SIZE
              END-IF
           END-IF.

      *    Motivo do desligamento: define as verbas da rescisao
      *    (aviso previo, 13o e ferias proporcionais, desconto do
      *    aviso nao cumprido no pedido de demissao).
       OBTEM-MOTIVO-DESLIG.
           MOVE SPACE TO WS-MOTIVO-DESLIG
           PERFORM UNTIL MOTIVO-DESLIG-VALIDO
              DISPLAY "MOTIVO: (S) SEM JUSTA CAUSA (J) JUSTA CAUSA "
                 "(P) PEDIDO DE DEMISSAO (A) ACORDO"
              ACCEPT WS-MOTIVO-DESLIG
              IF NOT MOTIVO-DESLIG-VALIDO
                 DISPLAY "MOTIVO INVALIDO"
              END-IF
           END-PERFORM
           MOVE "S" TO WS-AVISO-CUMPRIDO
           IF WS-MOTIVO-DESLIG = "P"
              MOVE SPACE TO WS-AVISO-CUMPRIDO
              PERFORM UNTIL AVISO-RESPOSTA-VALIDA
                 DISPLAY "AVISO PREVIO CUMPRIDO (S/N)? "
                 ACCEPT WS-AVISO-CUMPRIDO
              END-PERFORM
           END-IF.

      *    A rescisao fica pendente em RESCIS.DAT ate o RESCISAO
      *    calcular as verbas e gerar a previa da folha.
       GRAVA-RESCISAO-PENDENTE.
           OPEN EXTEND RESCISAO-ARQ
           IF WS-RESC-STATUS = "35"
              OPEN OUTPUT RESCISAO-ARQ
           END-IF
           MOVE SPACES TO RESCISAO-REC
           MOVE WS-BUSCA-ID       TO RS-VENDEDOR-ID
           MOVE WS-HOJE           TO RS-DATA-DESLIG
           MOVE WS-MOTIVO-DESLIG  TO RS-MOTIVO
           MOVE WS-AVISO-CUMPRIDO TO RS-AVISO-CUMPRIDO
           MOVE "P"               TO RS-SITUACAO
           MOVE 0                 TO RS-DATA-CALCULO
           MOVE 0                 TO RS-BRUTO
           MOVE 0                 TO RS-LIQUIDO
           WRITE RESCISAO-REC
           CLOSE RESCISAO-ARQ.

       CONSULTA-VENDEDOR.
           PERFORM BUSCA-VENDEDOR
           IF ACHOU-VEND
              DISPLAY "ID:        " VM-VENDEDOR-ID
              DISPLAY "NOME:      " VM-VENDEDOR-NOME
              DISPLAY "SALARIO:   " VM-SALARIO
              DISPLAY "SITUACAO:  " VM-STATUS
              DISPLAY "ADMISSAO:  " VM-DATA-ADMISSAO
              DISPLAY "DESLIGADO: " VM-DATA-DESLIG
              IF VM-LIMITE-DESC IS NUMERIC
                 MOVE VM-LIMITE-DESC TO WS-LIMITE-ED
                 DISPLAY "ALCADA:    " WS-LIMITE-ED "% DE DESCONTO"
              ELSE
                 DISPLAY "ALCADA:    PADRAO DO CARRO"
              END-IF
           END-IF.

      *    Alcada de desconto negociado: percentual do valor base que
      *    o vendedor pode dar alem da regra do DESCONTO.DAT sem
      *    aprovacao do gerente. Zero = toda negociacao vai para
      *    aprovacao.
       ALTERA-ALCADA.
           PERFORM BUSCA-VENDEDOR
           IF ACHOU-VEND
              IF VM-LIMITE-DESC IS NUMERIC
                 MOVE VM-LIMITE-DESC TO WS-LIMITE-ED
                 DISPLAY "ALCADA ATUAL: " WS-LIMITE-ED "%"
              ELSE
                 DISPLAY "ALCADA ATUAL: PADRAO DO CARRO"
              END-IF
              MOVE 0     TO WS-DEC-MIN
              MOVE 99.99 TO WS-DEC-MAX
              MOVE "NOVA ALCADA DE DESCONTO (%): " TO WS-DEC-PROMPT
              PERFORM CAPTURA-DECIMAL-VALIDADO
              MOVE WS-DEC-ENTRADA TO VM-LIMITE-DESC
              REWRITE VENDEDOR-MASTER-REC
              MOVE SPACES TO WS-RECIBO-DESCRICAO
              STRING "ALCADA DO VENDEDOR " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " ALTERADA" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
              PERFORM EXIBE-RECIBO-CONFIRMACAO
           END-IF.

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "RECIBOP.cpy".

       COPY "SANDBOXP.cpy".
