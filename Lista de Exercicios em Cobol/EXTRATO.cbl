       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT EXTRATOS ASSIGN TO "EXTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VENDAS.
       01  BUSINESS-DATE-REC        PIC X(8).

       FD  AJUSTES
           RECORD CONTAINS 41 CHARACTERS.
       01  AJUSTES-REC.
           05  AJ-VENDEDOR-ID    PIC X(6).
           05  AJ-SINAL          PIC X.
           05  AJ-MOTIVO         PIC X(2).
           05  AJ-AUTORIZADOR    PIC X(8).
           05  AJ-SITUACAO       PIC X.
           05  AJ-DIGITADOR      PIC X(8).
           05  AJ-DATA-DECISAO   PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
