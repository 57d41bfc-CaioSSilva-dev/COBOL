      *----------------------------------------------------------------
      * FERIAS record layout - um registro por vendedor e periodo
      * aquisitivo (FERIAS.DAT, LINE SEQUENTIAL), aberto pelo FERIAS
      * a partir de VM-DATA-ADMISSAO. FE-LIMITE e o fim do periodo
      * concessivo: gozo depois dele e pago em dobro.
      * Saldo = FE-DIAS-DIREITO - FE-DIAS-GOZADOS - FE-DIAS-VENDIDOS
      * (gozados/vendidos contam ja na programacao).
      * Situacao: A = periodo em aquisicao (direito proporcional),
      * V = vencido com saldo a programar, P = gozo programado a
      * pagar (FE-DATA-PGTO preenchida = esta na previa do
      * FERIASPG, ainda nao liberada), G = pago na liberacao da
      * previa pelo FOLHACON (FE-GOZO-* da ultima programacao paga -
      * a folha do mes desconta esses dias do salario base).
      *----------------------------------------------------------------
       01  FERIAS-REC.
           05  FE-VENDEDOR-ID    PIC X(6).
           05  FE-AQUIS-INI      PIC 9(8).
           05  FE-AQUIS-FIM      PIC 9(8).
           05  FE-LIMITE         PIC 9(8).
           05  FE-DIAS-DIREITO   PIC 9(2).
           05  FE-DIAS-GOZADOS   PIC 9(2).
           05  FE-DIAS-VENDIDOS  PIC 9(2).
           05  FE-SITUACAO       PIC X.
               88  FE-EM-AQUISICAO      VALUE "A".
               88  FE-VENCIDO           VALUE "V".
               88  FE-PROGRAMADO        VALUE "P".
               88  FE-PAGO              VALUE "G".
           05  FE-GOZO-INI       PIC 9(8).
           05  FE-GOZO-DIAS      PIC 9(2).
           05  FE-ABONO-DIAS     PIC 9(2).
           05  FE-VALOR-BRUTO    PIC 9(7)V99.
           05  FE-DATA-PGTO      PIC 9(8).
