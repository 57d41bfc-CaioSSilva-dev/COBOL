               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESC-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT CONFLITO-REPORT ASSIGN TO "DESCCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
