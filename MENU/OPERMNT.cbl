      * o arquivo (com as senhas a vista) na mao. Funcoes:
      *   - criar e desativar/reativar operadores;
      *   - reset de senha com troca obrigatoria no proximo acesso;
      *     a senha inicial e a provisoria passam pela mesma politica
      *     do MENU (SENHAP.cpy) e so sao gravadas codificadas;
      *   - desbloqueio com motivo (a marca das 3 senhas erradas);
      * Toda acao sai registrada em SESSLOG.DAT com o codigo do
      * administrador que a executou.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       COPY "OPERREC.cpy".

       FD  SESSAO-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  SESSAO-LOG-REC        PIC X(50).

       FD  OPERADOR-TRABALHO
           RECORD CONTAINS 92 CHARACTERS.
       01  OPERADOR-TRABALHO-REC PIC X(92).

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "ARQTROCA.cpy".
       COPY "SENHA.cpy".
       77  WS-OTRB-STATUS  PIC XX VALUE SPACES.
       77  WS-OPER-STATUS  PIC XX VALUE SPACES.
       77  WS-SESS-STATUS  PIC XX VALUE SPACES.
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
       77  WS-OPER-I       PIC 9(3).
       77  WS-HIST-I       PIC 9.
       77  WS-SENHA-DIGITADA PIC X(12).
       77  WS-BUSCA-COD    PIC X(8).
       77  WS-ACHOU-OPER   PIC X VALUE "N".
           88 ACHOU-OPER          VALUE "Y".
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
           END-IF.

      *    Mesma conversao do MENU: senha em claro do cadastro antigo
      *    vira codificada, com troca obrigatoria; a regravacao na
      *    saida tira a senha em claro do arquivo.
       CONVERTE-SENHA-LEGADO.
           IF OP-SENHA-HASH = SPACES AND OP-SENHA NOT = SPACES
              MOVE OP-CODIGO TO WS-SH-CODIGO
              MOVE OP-SENHA  TO WS-SH-SENHA
              PERFORM CALCULA-HASH-SENHA
              MOVE WS-SH-HASH TO WS-OP-HASH(WS-OPER-COUNT)
              MOVE "S" TO WS-OP-TROCA(WS-OPER-COUNT)
              MOVE "Y" TO WS-ALTERADO
           END-IF.

       REGRAVA-OPERADORES.
           OPEN OUTPUT OPERADOR-TRABALHO
           PERFORM VARYING WS-OPER-I FROM 1 BY 1
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
              DISPLAY "OPERADOR " WS-BUSCA-COD " JA EXISTE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SENHA INICIAL (MINIMO 6, LETRAS E DIGITOS): "
           PERFORM CAPTURA-SENHA
           IF NOT SENHA-NA-REGRA
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPER-COUNT
           SET WS-OPER-IDX TO WS-OPER-COUNT
           MOVE WS-BUSCA-COD TO WS-OP-CODIGO(WS-OPER-IDX)
           MOVE WS-SH-HASH TO WS-OP-HASH(WS-OPER-IDX)
           PERFORM VARYING WS-HIST-I FROM 1 BY 1 UNTIL WS-HIST-I > 3
              MOVE SPACES TO WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I)
           END-PERFORM
           MOVE 1 TO WS-NUM-MIN
           MOVE 3 TO WS-NUM-MAX
           MOVE "NIVEL DE ACESSO (1-3): " TO WS-NUM-PROMPT
       RESET-SENHA.
           PERFORM BUSCA-OPERADOR
           IF ACHOU-OPER
              DISPLAY "SENHA PROVISORIA (MINIMO 6, LETRAS E "
                 "DIGITOS): "
              PERFORM CAPTURA-SENHA
              IF NOT SENHA-NA-REGRA
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-HIST-I FROM 3 BY -1
                    UNTIL WS-HIST-I < 2
                 MOVE WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I - 1)
                    TO WS-OP-ANTERIOR(WS-OPER-IDX, WS-HIST-I)
              END-PERFORM
              MOVE WS-OP-HASH(WS-OPER-IDX)
                 TO WS-OP-ANTERIOR(WS-OPER-IDX, 1)
              MOVE WS-SH-HASH TO WS-OP-HASH(WS-OPER-IDX)
              MOVE "S" TO WS-OP-TROCA(WS-OPER-IDX)
              MOVE FUNCTION CURRENT-DATE(1:8)
                 TO WS-OP-DTSENHA(WS-OPER-IDX)
              END-IF
           END-IF.

      *    Senha digitada para WS-BUSCA-COD, conferida pela politica;
      *    aprovada, a codificacao fica em WS-SH-HASH.
       CAPTURA-SENHA.
           MOVE SPACES TO WS-SENHA-DIGITADA
           ACCEPT WS-SENHA-DIGITADA
           MOVE WS-SENHA-DIGITADA TO WS-SH-SENHA
           PERFORM VALIDA-REGRA-SENHA
           IF NOT SENHA-NA-REGRA
              DISPLAY WS-SH-MOTIVO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-COD TO WS-SH-CODIGO
           PERFORM CALCULA-HASH-SENHA.

       GRAVA-SESSAO-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-SESS-DATA-HORA
           MOVE WS-SD-DATA      TO WS-SL-DATA
       COPY "RECIBOP.cpy".

       COPY "ARQTROCAP.cpy".

       COPY "SENHAP.cpy".
