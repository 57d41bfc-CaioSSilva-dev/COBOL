      *----------------------------------------------------------------
      * TEST-DRIVE record layout - registro dos test-drives com os
      * carros de demonstracao (TESTDRV.DAT, LINE SEQUENTIAL,
      * numerado pelo maior numero + 1). Nasce NA RUA na saida e
      * fecha DEVOLVIDO com data, hora e quilometragem de volta.
      * TD-COT-NUMERO liga o test-drive a cotacao que veio depois
      * dele (zero = ainda sem cotacao) - e por ela que o relatorio
      * mensal do TESTDRV conta quanto a frota de demonstracao vira
      * cotacao e venda. Mantido pelo TESTDRV.
      *----------------------------------------------------------------
       01  TESTDRIVE-REC.
           05  TD-NUMERO         PIC 9(6).
           05  TD-CLIENTE-ID     PIC X(6).
           05  TD-VENDEDOR-ID    PIC X(6).
           05  TD-VEIC-ID        PIC 9(3).
           05  TD-CHASSI         PIC X(17).
           05  TD-CNH            PIC X(11).
           05  TD-DATA-SAIDA     PIC 9(8).
           05  TD-HORA-SAIDA     PIC 9(4).
           05  TD-KM-SAIDA       PIC 9(6).
           05  TD-DATA-RETORNO   PIC 9(8).
           05  TD-HORA-RETORNO   PIC 9(4).
           05  TD-KM-RETORNO     PIC 9(6).
           05  TD-SITUACAO       PIC X.
               88  TD-NA-RUA            VALUE "S".
               88  TD-DEVOLVIDO         VALUE "D".
           05  TD-COT-NUMERO     PIC 9(6).
