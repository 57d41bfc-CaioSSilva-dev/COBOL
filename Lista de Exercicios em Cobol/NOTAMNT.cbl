       77  WS-NOTA-ESTOURO  PIC X VALUE "N".
           88 NOTAS-ESTOURARAM     VALUE "Y".
       01  WS-NOTA-TABELA.
           05  WS-NOTA-LINHA-TAB OCCURS 2000 TIMES PIC X(84).
       77  WS-I             PIC 9(4).
       77  WS-BUSCA-NOTA    PIC 9(6).
       77  WS-ACHOU-NOTA    PIC X VALUE "N".
