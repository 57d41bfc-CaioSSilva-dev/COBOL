      *----------------------------------------------------------------
      * CONCILIACAO record layout - um movimento do extrato bancario
      * (CONCBCO.DAT, LINE SEQUENTIAL), mantido pelo CONCBANC. Cada
      * linha do extrato diario importado entra pendente (P); quando
      * casa com um item do sistema (data, valor e referencia) fica
      * conciliada (C) com a origem e a chave do item casado - o
      * mesmo item nunca e conciliado duas vezes.
      * Origens: VD venda por transferencia, CX deposito do caixa,
      * PR parcela recebida, FP pagamento da folha.
      *----------------------------------------------------------------
       01  CONCILIACAO-REC.
           05  CB-DATA           PIC 9(8).
           05  CB-TIPO           PIC X.
               88  CB-CREDITO           VALUE "C".
               88  CB-DEBITO            VALUE "D".
           05  CB-VALOR          PIC 9(9)V99.
           05  CB-DOCUMENTO      PIC X(20).
           05  CB-HISTORICO      PIC X(30).
           05  CB-SITUACAO       PIC X.
               88  CB-PENDENTE          VALUE "P".
               88  CB-CONCILIADO        VALUE "C".
           05  CB-ORIGEM         PIC X(2).
           05  CB-CHAVE          PIC X(20).
           05  CB-DATA-CONC      PIC 9(8).
