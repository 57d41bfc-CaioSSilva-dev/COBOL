           05  NF-SITUACAO       PIC X.
               88  NF-EMITIDA           VALUE "E".
               88  NF-CANCELADA         VALUE "C".
      *    CPF (F) ou CNPJ (J) do comprador - copiado do cadastro de
      *    clientes ou digitado na venda sem cadastro.
           05  NF-CLI-DOC-TIPO   PIC X.
           05  NF-CLI-DOC-NUMERO PIC X(14).
