       PROGRAM-ID. SORTUTIL.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Utilitario geral de classificacao dos arquivos da casa, para
      * que os relatorios saiam em ordem util em vez da ordem de
      * chegada (ou, no cadastro indexado, da ordem de registro):
      *   (1) PESSOA.DAT  por PES-NAME          -> PESSORD.DAT
      *   (2) AGEREPT.DAT por AR-AGE-DAYS desc  -> AGEORD.DAT
      *   (3) PAYROLL.DAT por PR-SALARIO desc   -> PAYORD.DAT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-REG-NUM
               ALTERNATE RECORD KEY IS PM-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT PESSOA-ORDENADO ASSIGN TO "PESSORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOA-MASTER
           RECORD CONTAINS 87 CHARACTERS.
       01  PESSOA-MASTER-LINE.
           05  PM-REG-NUM        PIC 9(6).
           05  FILLER            PIC X(60).
           05  PM-ID-NACIONAL    PIC X(11).
           05  FILLER            PIC X(10).

       FD  PESSOA-ORDENADO
           RECORD CONTAINS 87 CHARACTERS.
       01  PESSOA-ORDENADO-LINE  PIC X(87).

       FD  AGE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC-PESSOA.
           05  FILLER            PIC X(6).
           05  SK-PES-NOME       PIC X(40).
           05  FILLER            PIC X(41).
       01  SORT-REC-IDADE.
           05  FILLER            PIC X(37).
           05  SK-IDADE-DIAS     PIC X(5).
