      *----------------------------------------------------------------
      * OPERADOR.DAT record - shared by MENU-PRINCIPAL (sign-on) and
      * OPERMNT (administration). Codigo, nivel de acesso (1 balcao,
      * 2 cadastros, 3 administracao/folha), marca de bloqueio apos
      * senhas erradas repetidas, troca obrigatoria, data da senha e
      * situacao. A senha so fica gravada codificada (SENHAP.cpy):
      * OP-SENHA-HASH e a atual, OP-SENHA-ANTERIOR as tres ultimas
      * trocadas, para barrar a reutilizacao. OP-SENHA e a senha em
      * claro dos registros antigos (18 e 28 posicoes, ainda
      * legiveis) - ao carregar, os programas codificam a senha,
      * limpam o campo e regravam o arquivo.
      *----------------------------------------------------------------
       01  OPERADOR-MASTER-REC.
           05  OP-CODIGO         PIC X(8).
           05  OP-SENHA          PIC X(8).
           05  OP-NIVEL          PIC 9.
           05  OP-BLOQUEADO      PIC X.
               88  OP-ESTA-BLOQUEADO    VALUE "B".
           05  OP-TROCA-OBRIG    PIC X.
               88  OP-DEVE-TROCAR       VALUE "S".
           05  OP-DATA-SENHA     PIC 9(8).
           05  OP-ATIVO          PIC X.
               88  OP-ESTA-ATIVO        VALUES "A", SPACE.
               88  OP-DESATIVADO        VALUE "D".
           05  OP-SENHA-HASH     PIC X(16).
           05  OP-SENHA-ANTERIOR PIC X(16) OCCURS 3 TIMES.
