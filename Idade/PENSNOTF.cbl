               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       01  CARTAS-REC               PIC X(70).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       WORKING-STORAGE SECTION.
