      *----------------------------------------------------------------
      * FGTS record layout - um deposito por vendedor e rodada
      * liberada (FGTS.DAT, LINE SEQUENTIAL, OPEN EXTEND). Gravado
      * pelo FOLHACON na liberacao de qualquer previa (folha do mes,
      * 13o, ferias, rescisao - FG-TIPO-FOLHA com os codigos de
      * PT-TIPO-FOLHA); a competencia e o ano/mes da data de negocio.
      * Base da guia mensal e do extrato anual do FGTS.
      *----------------------------------------------------------------
       01  FGTS-REC.
           05  FG-COMPETENCIA    PIC 9(6).
           05  FG-COMPETENCIA-R REDEFINES FG-COMPETENCIA.
               10  FG-ANO            PIC 9(4).
               10  FG-MES            PIC 9(2).
           05  FG-VENDEDOR-ID    PIC X(6).
           05  FG-TIPO-FOLHA     PIC X.
           05  FG-RODADA         PIC 9(4).
           05  FG-BASE           PIC 9(7)V99.
           05  FG-VALOR          PIC 9(7)V99.
           05  FG-DATA           PIC 9(8).
