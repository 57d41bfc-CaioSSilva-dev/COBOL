      *----------------------------------------------------------------
      * ESCALA record layout - escala de plantao do salao (ESCALA.DAT,
      * LINE SEQUENTIAL): um registro por vendedor de plantao em cada
      * data. Mantida pelo LEADFUP; o OLA-USER entrega o lead ao
      * vendedor de plantao do dia com menos leads recebidos.
      *----------------------------------------------------------------
       01  ESCALA-REC.
           05  ES-DATA           PIC 9(8).
           05  ES-VENDEDOR-ID    PIC X(6).
