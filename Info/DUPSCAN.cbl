       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT DUP-DISTINTOS ASSIGN TO "DUPDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
