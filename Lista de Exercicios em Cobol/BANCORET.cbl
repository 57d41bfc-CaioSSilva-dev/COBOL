           05  BL-POS-RET-SIT    PIC 9(3).

       FD  PAGAMENTOS
           RECORD CONTAINS 28 CHARACTERS.
       01  PAGAMENTOS-REC.
           05  PG-VENDEDOR-ID       PIC X(6).
           05  PG-VALOR             PIC 9(7)V99.
               88  PG-LIQUIDADO            VALUE "L".
               88  PG-REJEITADO            VALUE "R".
           05  FILLER               PIC X(4).
      *    Data de pagamento da remessa - o debito que a conciliacao
      *    bancaria (CONCBANC) procura no extrato.
           05  PG-DATA-PGTO         PIC 9(8).

       FD  PENDENTES
           RECORD CONTAINS 60 CHARACTERS.
               10  WS-PG-ID        PIC X(6).
               10  WS-PG-VALOR     PIC 9(7)V99.
               10  WS-PG-SIT       PIC X.
               10  WS-PG-DATA      PIC 9(8).
       77  WS-QTD-LIQUIDADOS PIC 9(3) VALUE 0.
       77  WS-QTD-REJEITADOS PIC 9(3) VALUE 0.
       77  WS-QTD-PENDENTES  PIC 9(3) VALUE 0.
                             TO WS-PG-VALOR(WS-PAG-COUNT)
                          MOVE PG-SITUACAO
                             TO WS-PG-SIT(WS-PAG-COUNT)
                          MOVE PG-DATA-PGTO
                             TO WS-PG-DATA(WS-PAG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-PG-ID(WS-PAG-IDX)    TO PG-VENDEDOR-ID
              MOVE WS-PG-VALOR(WS-PAG-IDX) TO PG-VALOR
              MOVE WS-PG-SIT(WS-PAG-IDX)   TO PG-SITUACAO
              MOVE WS-PG-DATA(WS-PAG-IDX)  TO PG-DATA-PGTO
              WRITE PAGAMENTOS-REC
           END-PERFORM
           CLOSE PAGAMENTOS.
