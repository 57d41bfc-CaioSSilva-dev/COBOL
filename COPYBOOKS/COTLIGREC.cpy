      *----------------------------------------------------------------
      * COTACAO-LIGACAO record layout - resultado das ligacoes do
      * vendedor para as cotacoes perto de vencer (COTLIGA.DAT, LINE
      * SEQUENTIAL, so acrescenta - a ultima linha da cotacao e a
      * situacao atual). Gravado e lido pelo COTLIGA: a cotacao dada
      * como perdida sai da lista de ligacoes e o motivo alimenta o
      * relatorio mensal de perdas.
      *----------------------------------------------------------------
       01  COTACAO-LIGACAO-REC.
           05  LG-COT-NUMERO     PIC 9(6).
           05  LG-DATA           PIC 9(8).
           05  LG-HORA           PIC 9(4).
           05  LG-VENDEDOR-ID    PIC X(6).
           05  LG-RESULTADO      PIC X.
               88  LG-CONTATADO         VALUE "L".
               88  LG-NAO-ATENDEU       VALUE "N".
               88  LG-PERDIDA           VALUE "P".
               88  LG-RENEGOCIANDO      VALUE "R".
               88  LG-RESULTADO-VALIDO  VALUES "L" "N" "P" "R".
      *    Motivo da perda (so com LG-PERDIDA; branco nos demais).
           05  LG-MOTIVO         PIC X(2).
               88  LG-MOTIVO-VALIDO     VALUES "PR" "FI" "CO" "TR"
                                               "PZ" "DE" "OU".
           05  LG-OBS            PIC X(30).
