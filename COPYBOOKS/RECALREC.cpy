      *----------------------------------------------------------------
      * RECALL record layout - campanha de chamada (recall) da
      * fabrica (RECALL.DAT, LINE SEQUENTIAL). Uma linha por faixa de
      * chassi da campanha: a fabrica manda uma faixa ou uma lista,
      * e a lista vira uma linha por chassi com RC-CHASSI-FIM em
      * branco. Codigo e descricao se repetem em todas as linhas da
      * campanha. Mantido e apurado pelo RECALL.
      *----------------------------------------------------------------
       01  RECALL-REC.
           05  RC-CODIGO         PIC X(6).
           05  RC-DESCRICAO      PIC X(40).
           05  RC-CHASSI-INI     PIC X(17).
           05  RC-CHASSI-FIM     PIC X(17).
           05  RC-DATA-ABERTURA  PIC 9(8).
