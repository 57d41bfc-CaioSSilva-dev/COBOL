      *----------------------------------------------------------------
      * CAMPANHA record layout - campanha de incentivo de vendas
      * (CAMPANHA.DAT, LINE SEQUENTIAL), mantida pelo CAMPANHA.
      * Periodo, modelos (VEIC-ID) e filiais elegiveis - zeros/branco
      * = todos -, meta em unidades ou em valor, bonus fixo ou
      * percentual sobre o valor vendido na campanha e vendedores
      * participantes (branco = todos). Encerrada (E) quando os
      * bonus ja foram gerados como provento no RECORR.DAT.
      *----------------------------------------------------------------
       01  CAMPANHA-REC.
           05  CP-CODIGO         PIC X(6).
           05  CP-DESCRICAO      PIC X(30).
           05  CP-DATA-INI       PIC 9(8).
           05  CP-DATA-FIM       PIC 9(8).
           05  CP-TIPO-META      PIC X.
               88  CP-META-UNIDADES     VALUE "U".
               88  CP-META-EM-VALOR     VALUE "V".
           05  CP-META-QTD       PIC 9(3).
           05  CP-META-VALOR     PIC 9(7)V99.
           05  CP-TIPO-BONUS     PIC X.
               88  CP-BONUS-FIXO        VALUE "F".
               88  CP-BONUS-PERCENTUAL  VALUE "P".
           05  CP-BONUS-VALOR    PIC 9(5)V99.
           05  CP-BONUS-PCT      PIC 9(2)V99.
           05  CP-MODELO         PIC 9(3) OCCURS 5 TIMES.
           05  CP-FILIAL         PIC X(3) OCCURS 3 TIMES.
           05  CP-VENDEDOR       PIC X(6) OCCURS 10 TIMES.
           05  CP-SITUACAO       PIC X.
               88  CP-ABERTA            VALUE "A".
               88  CP-ENCERRADA         VALUE "E".
           05  CP-DATA-ENCERRA   PIC 9(8).
