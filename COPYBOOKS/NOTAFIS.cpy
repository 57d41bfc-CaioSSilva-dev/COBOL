      * FD, record NOTA-IMPRESSA-REC PIC X(70)), plus the status
      * fields WS-NFIS-STATUS, WS-NFSEQ-STATUS and WS-NFIMP-STATUS
      * PIC XX in WORKING-STORAGE.
      * Accessory/option lines sold with the car go in the
      * WS-NF-ACES table (count WS-NF-ACES-QTD, zero = none) and are
      * printed above the invoice total, which already includes them.
      * WS-NF-DOC-TIPO/WS-NF-DOC-NUMERO carry the buyer's CPF (F) or
      * CNPJ (J) onto the invoice record and the printed document.
      *----------------------------------------------------------------
       77  WS-NF-PROX        PIC 9(6) VALUE 0.
       77  WS-NF-DATA        PIC 9(8) VALUE 0.
       77  WS-NF-VEIC        PIC 9(3) VALUE 0.
       77  WS-NF-VALOR       PIC 9(7)V99 VALUE 0.
       77  WS-NF-COT         PIC 9(6) VALUE 0.
       77  WS-NF-DOC-TIPO    PIC X VALUE SPACE.
       77  WS-NF-DOC-NUMERO  PIC X(14) VALUE SPACES.
       01  WS-NF-LIN-VALOR   PIC ZZZ,ZZ9.99.
       77  WS-NF-ACES-QTD    PIC 9(2) VALUE 0.
       77  WS-NF-ACES-I      PIC 9(2) VALUE 0.
       01  WS-NF-ACES-TABELA.
           05  WS-NF-ACES-ENTRY OCCURS 10 TIMES.
               10  WS-NF-ACES-DESC   PIC X(30).
               10  WS-NF-ACES-VALOR  PIC 9(7)V99.
