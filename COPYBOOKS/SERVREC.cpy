      * entrega (ENTREGA) com as revisoes de 6 e 12 meses; o lote
      * mensal SERVLEM gera as cartas de lembrete no estilo do
      * CARTAS.DAT e mantem a situacao: P pendente, L lembrado,
      * A agendado (cliente marcou a revisao), I ignorado. O
      * fechamento da ordem de servico da revisao na OFICINA vira a
      * agenda para R (realizada).
      *----------------------------------------------------------------
       01  SERVICO-REC.
           05  SA-NF-NUMERO      PIC 9(6).
               88  SA-LEMBRADO          VALUE "L".
               88  SA-AGENDADO          VALUE "A".
               88  SA-IGNORADO          VALUE "I".
               88  SA-REALIZADO         VALUE "R".
      *    Endereco de correspondencia capturado na confirmacao de
      *    entrega - o cadastro de clientes (CUSTMAST) nao guarda
      *    endereco e o id de cliente NAO e registro do PESSOA, por
