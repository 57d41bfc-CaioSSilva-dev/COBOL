      *----------------------------------------------------------------
      * Shared CNPJ check-digit validation fields - the CPFVALID.cpy
      * counterpart for the 14-digit company tax ID. COPY into
      * WORKING-STORAGE together with CNPJVALIDP.cpy (COPY'd into
      * PROCEDURE DIVISION). Move the candidate number to
      * WS-CNPJ-ENTRADA, PERFORM VALIDA-CNPJ and test CNPJ-VALIDO.
      * Rejects non-numeric values, the all-same-digit sequences and
      * wrong check digits (modulo-11, weights 5..2/9..2 over the
      * first twelve digits and 6..2/9..2 over the first thirteen).
      *----------------------------------------------------------------
       01  WS-CNPJ-ENTRADA  PIC X(14).
       01  WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-ENTRADA.
           05  WS-CNPJ-DIG OCCURS 14 TIMES PIC 9.
       01  WS-CNPJ-PESOS-VALOR.
           05  FILLER       PIC X(13) VALUE "6543298765432".
       01  WS-CNPJ-PESOS REDEFINES WS-CNPJ-PESOS-VALOR.
           05  WS-CNPJ-PESO OCCURS 13 TIMES PIC 9.
       77  WS-CNPJ-SOMA     PIC 9(4).
       77  WS-CNPJ-RESTO    PIC 9(2).
       77  WS-CNPJ-QUOC     PIC 9(4).
       77  WS-CNPJ-DV1      PIC 9.
       77  WS-CNPJ-DV2      PIC 9.
       77  WS-CNPJ-I        PIC 9(2).
       77  WS-CNPJ-IGUAIS   PIC X VALUE "N".
           88  CNPJ-TODOS-IGUAIS    VALUE "Y".
       77  WS-CNPJ-VALIDO   PIC X VALUE "N".
           88  CNPJ-VALIDO          VALUE "Y".
