      *----------------------------------------------------------------
      * TRANSFERENCIA record layout - transferencia de uma unidade
      * (chassi) entre filiais (TRANSF.DAT, LINE SEQUENTIAL, numerada
      * pela ordem do arquivo). Nasce EM TRANSITO na saida da origem
      * e fecha RECEBIDA com a data de chegada no destino - a
      * transferencia aberta e o que o relatorio cobra, para nenhum
      * carro sumir entre as lojas. Mantido pelo VEICMNT.
      *----------------------------------------------------------------
       01  TRANSFERENCIA-REC.
           05  TR-NUMERO         PIC 9(6).
           05  TR-VEIC-ID        PIC 9(3).
           05  TR-CHASSI         PIC X(17).
           05  TR-PLACA          PIC X(7).
           05  TR-FIL-ORIGEM     PIC X(3).
           05  TR-FIL-DESTINO    PIC X(3).
           05  TR-DATA-SAIDA     PIC 9(8).
           05  TR-DATA-CHEGADA   PIC 9(8).
           05  TR-SITUACAO       PIC X.
               88  TR-EM-TRANSITO       VALUE "T".
               88  TR-RECEBIDA          VALUE "R".
