               88  JQ-PENDENTE          VALUE "P".
               88  JQ-EXECUTADO         VALUE "E".

       FD  OPERADOR-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       COPY "OPERREC.cpy".

       FD  SESSAO-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  SESSAO-LOG-REC        PIC X(50).

       FD  OPERADOR-TRABALHO
           RECORD CONTAINS 92 CHARACTERS.
       01  OPERADOR-TRABALHO-REC PIC X(92).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       COPY "SANDBOX.cpy".
       77  WS-SAND-STATUS PIC XX VALUE SPACES.
       COPY "ARQTROCA.cpy".
       COPY "SENHA.cpy".
       77  WS-OTRB-STATUS PIC XX VALUE SPACES.
       77  WS-OPCAO       PIC 9(2) VALUE 0.
       77  WS-JOBQ-STATUS PIC XX VALUE SPACES.
           05  FILLER PIC X(8) VALUE "REPOSUG ".
           05  FILLER PIC X(8) VALUE "PLANTAO ".
           05  FILLER PIC X(8) VALUE "DUPSCAN ".
           05  FILLER PIC X(8) VALUE "OPERREL ".
           05  FILLER PIC X(8) VALUE "CLISEGM ".
           05  FILLER PIC X(8) VALUE "CUSTDUP ".
       01  WS-JOB-TAB REDEFINES WS-JOB-TABELA.
           05  WS-JOB-NOME OCCURS 26 TIMES PIC X(8).
       77  WS-OPER-STATUS PIC XX VALUE SPACES.
       77  WS-SESS-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-OPER    PIC X VALUE "N".
                              DEPENDING ON WS-OPER-COUNT
                              INDEXED BY WS-OPER-IDX.
               10  WS-OP-CODIGO    PIC X(8).
               10  WS-OP-HASH      PIC X(16).
               10  WS-OP-NIVEL     PIC 9.
               10  WS-OP-BLOQ      PIC X.
               10  WS-OP-TROCA     PIC X.
               10  WS-OP-DTSENHA   PIC X(8).
               10  WS-OP-ATIVO     PIC X.
               10  WS-OP-ANTERIOR  PIC X(16) OCCURS 3 TIMES.
       77  WS-OPER-CONVERTIDO PIC X VALUE "N".
           88 OPER-CONVERTIDO     VALUE "Y".
       77  WS-COD-DIGITADO PIC X(8).
       77  WS-SEN-DIGITADA PIC X(12).
       77  WS-TENTATIVAS   PIC 9 VALUE 0.
       77  WS-ASSINADO     PIC X VALUE "N".
           88 SESSAO-ASSINADA     VALUE "Y".
           88 ACHOU-OPER          VALUE "Y".
       77  WS-OPER-I       PIC 9(3).
       77  WS-PRECISA-TROCA PIC X VALUE "N".
       77  WS-SENHA-NOVA   PIC X(12).
       77  WS-SENHA-CONF   PIC X(12).
       77  WS-SENHA-ACEITA PIC X VALUE "N".
           88 SENHA-ACEITA        VALUE "Y".
       77  WS-HIST-I       PIC 9.
       77  WS-HOJE-SENHA   PIC 9(8).
       77  WS-DTSENHA-NUM  PIC 9(8).
       77  WS-IDADE-SENHA  PIC S9(5).
           END-IF
           IF WS-NIVEL-SESSAO >= 2
              DISPLAY "(12) EXTRACAO/OPT-OUT DE MARKETING"
              DISPLAY "(15) DIGITACAO DE AJUSTES DE COMISSAO"
           END-IF
           IF WS-NIVEL-SESSAO >= 3
              DISPLAY "(11) SUBMETER JOB PARA A NOITE"
              DISPLAY "(13) ADMINISTRACAO DE OPERADORES"
              DISPLAY "(14) APROVACAO DE DESCONTOS"
              DISPLAY "(16) APROVACAO DE AJUSTES DE COMISSAO"
              DISPLAY "(17) PLANO DE CONTAS"
              DISPLAY "(18) CALENDARIO DE FERIADOS"
              DISPLAY "(19) ATIVIDADE DE OPERADORES"
           END-IF
           DISPLAY "(99) SAIR".

              WHEN 7 THRU 10  MOVE 2 TO WS-NIVEL-EXIGIDO
              WHEN 11         MOVE 3 TO WS-NIVEL-EXIGIDO
              WHEN 12         MOVE 2 TO WS-NIVEL-EXIGIDO
              WHEN 13 THRU 14 MOVE 3 TO WS-NIVEL-EXIGIDO
              WHEN 15         MOVE 2 TO WS-NIVEL-EXIGIDO
              WHEN 16 THRU 19 MOVE 3 TO WS-NIVEL-EXIGIDO
              WHEN OTHER      MOVE 1 TO WS-NIVEL-EXIGIDO
           END-EVALUATE
           IF WS-OPCAO NOT = 99
              MOVE "ACESSO NEGADO" TO WS-SL-ACAO
              PERFORM GRAVA-SESSAO-LOG
           ELSE
              IF WS-OPCAO >= 1 AND WS-OPCAO <= 19
                 MOVE SPACES TO WS-SL-ACAO
                 STRING "OPCAO " DELIMITED BY SIZE
                        WS-OPCAO DELIMITED BY SIZE
                 WHEN 11 PERFORM SUBMETE-JOB
                 WHEN 12 CALL "MKTEXTR" USING "I"
                 WHEN 13 CALL "OPERMNT" USING WS-COD-DIGITADO
                 WHEN 14 CALL "DESCAPRV" USING WS-COD-DIGITADO
                 WHEN 15 CALL "AJUSTENT" USING WS-COD-DIGITADO
                                               WS-NIVEL-SESSAO
                 WHEN 16 CALL "AJUSTAPR" USING WS-COD-DIGITADO
                 WHEN 17 CALL "GLCTAMNT" USING WS-COD-DIGITADO
                 WHEN 18 CALL "FERMNT"
                 WHEN 19 CALL "OPERREL" USING "I"
                 WHEN 99 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE

       CARREGA-OPERADORES.
           MOVE 0 TO WS-OPER-COUNT
           MOVE "N" TO WS-OPER-CONVERTIDO
           MOVE "N" TO WS-EOF-OPER
           OPEN INPUT OPERADOR-MASTER
           IF WS-OPER-STATUS NOT = "35"
                          ADD 1 TO WS-OPER-COUNT
                          MOVE OP-CODIGO
                             TO WS-OP-CODIGO(WS-OPER-COUNT)
                          MOVE OP-SENHA-HASH
                             TO WS-OP-HASH(WS-OPER-COUNT)
                          MOVE OP-NIVEL
                             TO WS-OP-NIVEL(WS-OPER-COUNT)
                          MOVE OP-BLOQUEADO
                             TO WS-OP-DTSENHA(WS-OPER-COUNT)
                          MOVE OP-ATIVO
                             TO WS-OP-ATIVO(WS-OPER-COUNT)
                          PERFORM VARYING WS-HIST-I FROM 1 BY 1
                                UNTIL WS-HIST-I > 3
                             MOVE OP-SENHA-ANTERIOR(WS-HIST-I)
                                TO WS-OP-ANTERIOR(WS-OPER-COUNT,
                                                  WS-HIST-I)
                          END-PERFORM
                          PERFORM CONVERTE-SENHA-LEGADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADOR-MASTER
              IF OPER-CONVERTIDO
                 PERFORM REGRAVA-OPERADORES
              END-IF
           END-IF.

      *    Registro antigo com a senha em claro: a senha passa a
      *    valer so codificada, com troca obrigatoria no proximo
      *    acesso (a senha antiga nao passou pela politica atual).
       CONVERTE-SENHA-LEGADO.
           IF OP-SENHA-HASH = SPACES AND OP-SENHA NOT = SPACES
              MOVE OP-CODIGO TO WS-SH-CODIGO
              MOVE OP-SENHA  TO WS-SH-SENHA
              PERFORM CALCULA-HASH-SENHA
              MOVE WS-SH-HASH TO WS-OP-HASH(WS-OPER-COUNT)
              MOVE "S" TO WS-OP-TROCA(WS-OPER-COUNT)
              MOVE "Y" TO WS-OPER-CONVERTIDO
           END-IF.

       VALIDA-ASSINATURA.
                 MOVE "Y" TO WS-ACHOU-OPER
           END-SEARCH
           IF ACHOU-OPER
              MOVE WS-COD-DIGITADO TO WS-SH-CODIGO
              MOVE WS-SEN-DIGITADA TO WS-SH-SENHA
              PERFORM CALCULA-HASH-SENHA
              EVALUATE TRUE
                 WHEN WS-OP-ATIVO(WS-OPER-IDX) = "D"
                    DISPLAY "OPERADOR DESATIVADO - PROCURE O "
                 WHEN WS-OP-BLOQ(WS-OPER-IDX) = "B"
                    DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                       "SUPERVISOR"
                 WHEN WS-OP-HASH(WS-OPER-IDX) = WS-SH-HASH
                    MOVE "Y" TO WS-ASSINADO
                    MOVE WS-OP-NIVEL(WS-OPER-IDX)
                       TO WS-NIVEL-SESSAO
              END-EVALUATE
           END-IF.

      *    Troca obrigatoria: marcada pelo OPERMNT (reset, operador
      *    novo ou senha convertida do cadastro antigo) ou pela idade
      *    da senha acima do limite - os dois casos saem no
      *    SESSLOG.DAT. A nova senha tem de passar pela politica do
      *    SENHAP.cpy e nao pode repetir a atual nem as tres
      *    anteriores; entra no cadastro na hora, com a data de hoje.
       CONFERE-TROCA-SENHA.
           MOVE "N" TO WS-PRECISA-TROCA
           IF WS-OP-TROCA(WS-OPER-IDX) = "S"
              MOVE "Y" TO WS-PRECISA-TROCA
              DISPLAY "TROCA DE SENHA OBRIGATORIA NO PRIMEIRO "
                 "ACESSO"
              MOVE "TROCA OBRIGATORIA" TO WS-SL-ACAO
              PERFORM GRAVA-SESSAO-LOG
           ELSE
              IF WS-OP-DTSENHA(WS-OPER-IDX) IS NUMERIC
                    AND WS-OP-DTSENHA(WS-OPER-IDX) NOT = "00000000"
                    MOVE "Y" TO WS-PRECISA-TROCA
                    DISPLAY "SENHA COM MAIS DE " WS-SENHA-VALIDADE
                       " DIAS - TROCA OBRIGATORIA"
                    MOVE "SENHA EXPIRADA" TO WS-SL-ACAO
                    PERFORM GRAVA-SESSAO-LOG
                 END-IF
              END-IF
           END-IF
           IF WS-PRECISA-TROCA = "Y"
              MOVE WS-OP-HASH(WS-OPER-IDX) TO WS-SH-USADA(1)
              PERFORM VARYING WS-HIST-I FROM 1 BY 1
                    UNTIL WS-HIST-I > 3
                 MOVE WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I)
                    TO WS-SH-USADA(WS-HIST-I + 1)
              END-PERFORM
              MOVE "N" TO WS-SENHA-ACEITA
              PERFORM UNTIL SENHA-ACEITA
                 DISPLAY "NOVA SENHA (MINIMO 6, LETRAS E DIGITOS): "
                 MOVE SPACES TO WS-SENHA-NOVA
                 ACCEPT WS-SENHA-NOVA
                 DISPLAY "CONFIRME A NOVA SENHA: "
                 MOVE SPACES TO WS-SENHA-CONF
                 ACCEPT WS-SENHA-CONF
                 PERFORM CONFERE-SENHA-NOVA
              END-PERFORM
              PERFORM VARYING WS-HIST-I FROM 3 BY -1
                    UNTIL WS-HIST-I < 2
                 MOVE WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I - 1)
                    TO WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I)
              END-PERFORM
              MOVE WS-OP-HASH(WS-OPER-IDX)
                 TO WS-OP-ANTERIOR(WS-OPER-IDX, 1)
              MOVE WS-SH-HASH TO WS-OP-HASH(WS-OPER-IDX)
              MOVE "N" TO WS-OP-TROCA(WS-OPER-IDX)
              MOVE FUNCTION CURRENT-DATE(1:8)
                 TO WS-OP-DTSENHA(WS-OPER-IDX)
              PERFORM GRAVA-SESSAO-LOG
           END-IF.

       CONFERE-SENHA-NOVA.
           IF WS-SENHA-NOVA NOT = WS-SENHA-CONF
              DISPLAY "SENHAS NAO CONFEREM"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SENHA-NOVA TO WS-SH-SENHA
           PERFORM VALIDA-REGRA-SENHA
           IF NOT SENHA-NA-REGRA
              DISPLAY WS-SH-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-CODIGO(WS-OPER-IDX) TO WS-SH-CODIGO
           PERFORM CALCULA-HASH-SENHA
           PERFORM CONFERE-REUSO-SENHA
           IF SENHA-REPETIDA
              DISPLAY "SENHA JA USADA - NAO REPITA A ATUAL NEM AS "
                 "TRES ANTERIORES"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SENHA-ACEITA.

      *    Tres senhas erradas bloqueiam o codigo informado (quando
      *    existe no cadastro) ate o supervisor limpar a marca.
       BLOQUEIA-OPERADOR.
                 UNTIL WS-OPER-I > WS-OPER-COUNT
              MOVE SPACES TO OPERADOR-MASTER-REC
              MOVE WS-OP-CODIGO(WS-OPER-I)  TO OP-CODIGO
              MOVE WS-OP-HASH(WS-OPER-I)    TO OP-SENHA-HASH
              MOVE WS-OP-NIVEL(WS-OPER-I)   TO OP-NIVEL
              MOVE WS-OP-BLOQ(WS-OPER-I)    TO OP-BLOQUEADO
              MOVE WS-OP-TROCA(WS-OPER-I)   TO OP-TROCA-OBRIG
                 MOVE 0 TO OP-DATA-SENHA
              END-IF
              MOVE WS-OP-ATIVO(WS-OPER-I)   TO OP-ATIVO
              PERFORM VARYING WS-HIST-I FROM 1 BY 1
                    UNTIL WS-HIST-I > 3
                 MOVE WS-OP-ANTERIOR(WS-OPER-I, WS-HIST-I)
                    TO OP-SENHA-ANTERIOR(WS-HIST-I)
              END-PERFORM
              WRITE OPERADOR-TRABALHO-REC
                 FROM OPERADOR-MASTER-REC
           END-PERFORM
           DISPLAY "(17) PRECAJU        (18) FILCONS"
           DISPLAY "(19) COTEXPUR       (20) RECEBAGE"
           DISPLAY "(21) REPOSUG        (22) PLANTAO"
           DISPLAY "(23) DUPSCAN        (24) OPERREL"
           DISPLAY "(25) CLISEGM        (26) CUSTDUP"
           ACCEPT WS-JOB-ESC
           IF WS-JOB-ESC < 1 OR WS-JOB-ESC > 26
              DISPLAY "PROGRAMA INVALIDO"
           ELSE
              DISPLAY "CODIGO DO OPERADOR: "
              WRITE JOB-QUEUE-REC
              CLOSE JOB-QUEUE
              DISPLAY "JOB " JQ-PROGRAMA " ENFILEIRADO PARA A NOITE"
              MOVE SPACES TO WS-SL-ACAO
              STRING "JOB " DELIMITED BY SIZE
                     JQ-PROGRAMA DELIMITED BY SIZE
                     INTO WS-SL-ACAO
              END-STRING
              PERFORM GRAVA-SESSAO-LOG
           END-IF.

       COPY "ARQTROCAP.cpy".

       COPY "SANDBOXP.cpy".

       COPY "SENHAP.cpy".
