       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  HISTORICO
           RECORD CONTAINS 70 CHARACTERS.
