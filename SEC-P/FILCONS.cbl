       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-FILIAL
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-FILIAL-REC     PIC X(108).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-FIL-ARQ
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-FIL-ARQ-REC    PIC X(108).

       FD  CONSOLIDA-REPORT
           RECORD CONTAINS 60 CHARACTERS.
