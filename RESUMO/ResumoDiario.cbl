               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDADE-STATUS.
           SELECT INFOS-LOG ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IL-REG-NUM
               ALTERNATE RECORD KEY IS IL-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-INFOS-STATUS.
           SELECT CARRO-LOG ASSIGN TO "CARROLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  IDADE-LOG-LINE        PIC X(80).

       FD  INFOS-LOG
           RECORD CONTAINS 87 CHARACTERS.
       01  INFOS-LOG-LINE.
           05  IL-REG-NUM        PIC 9(6).
           05  FILLER            PIC X(60).
           05  IL-ID-NACIONAL    PIC X(11).
           05  FILLER            PIC X(10).

       FD  CARRO-LOG
           RECORD CONTAINS 80 CHARACTERS.
