      *----------------------------------------------------------------
      * FERIADOS.DAT record - one holiday per line. Scope "N" (or
      * blank, as in the old 8-byte lines that carried the date only)
      * is a national holiday observed by every branch; scope "L" is
      * local to the branch in FER-FILIAL (the FILIAL.DAT code of the
      * store). Maintained by FERMNT, kept in date order.
      *----------------------------------------------------------------
       01  FERIADOS-REC.
           05  FER-DATA             PIC 9(8).
           05  FER-ABRANGENCIA      PIC X.
               88  FER-NACIONAL            VALUE "N" SPACE.
               88  FER-LOCAL               VALUE "L".
           05  FER-FILIAL           PIC X(3).
           05  FER-DESCRICAO        PIC X(30).
