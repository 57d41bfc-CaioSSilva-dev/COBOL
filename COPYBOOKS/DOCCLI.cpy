      *----------------------------------------------------------------
      * Shared capture of the customer's tax document (CPF for a
      * person, CNPJ for a company) - the DOCCLI.cpy/DOCCLIP.cpy pair
      * in the NUMVALID/NUMVALIDP style. COPY into WORKING-STORAGE
      * together with CPFVALID.cpy and CNPJVALID.cpy (their P
      * copybooks go into PROCEDURE DIVISION with DOCCLIP.cpy).
      * PERFORM CAPTURA-DOCUMENTO-CLIENTE asks for the type (F/J) and
      * the digits until a number with valid check digits is given;
      * with WS-DOC-OPCIONAL = "Y" a blank type is accepted and comes
      * back as WS-DOC-TIPO = SPACE (caller keeps what it had).
      * WS-DOC-NUMERO holds the CPF in the first 11 positions or the
      * CNPJ in all 14, digits only.
      *----------------------------------------------------------------
       77  WS-DOC-TIPO      PIC X VALUE SPACE.
           88  DOC-CPF              VALUE "F".
           88  DOC-CNPJ             VALUE "J".
       77  WS-DOC-NUMERO    PIC X(14) VALUE SPACES.
       77  WS-DOC-OPCIONAL  PIC X VALUE "N".
           88  DOC-PODE-BRANCO      VALUE "Y".
       77  WS-DOC-OK        PIC X VALUE "N".
           88  DOCUMENTO-OK         VALUE "Y".
