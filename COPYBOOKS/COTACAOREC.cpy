      *----------------------------------------------------------------
      * COTACAO record layout - numbered quotation documents written
      * by CARRO (COTACAO.DAT, numbered from COTASEQ.DAT). The file is
      * INDEXED: a fleet quote has several lines under one number, so
      * the RECORD KEY is COT-NUMERO + COT-LINHA, with ALTERNATE keys
      * COT-NUMERO (all lines of a quote) and COT-CLIENTE-ID (quotes
      * of a customer), both WITH DUPLICATES. MESTIDX converts the old
      * sequential file and unloads it to COTACAO.UNL.
      * A recall inside the validity window reprices at the taxes
      * stored here, not at the current TAXAMAST rates; the conversion
      * step flips COT-SITUACAO to V and hands the sale to the payroll
      * side.
      *----------------------------------------------------------------
       01  COTACAO-REC.
           05  COT-NUMERO        PIC 9(6).
           05  COT-SITUACAO      PIC X.
               88  COT-ATIVA             VALUE "A".
               88  COT-VENDIDA           VALUE "V".
               88  COT-PENDENTE          VALUE "P".
               88  COT-REJEITADA         VALUE "R".
      *    COT-CLIENTE-ID liga a cotacao ao cadastro de clientes
      *    (CUSTMAST.DAT) - registros antigos continuam legiveis
      *    (id em branco = cliente nao cadastrado).
           05  COT-LINHA         PIC 9(2).
      *    Filial que emitiu a cotacao (branco = loja original).
           05  COT-FILIAL        PIC X(3).
      *    Acessorios e opcionais da linha (tapete, pelicula, alarme,
      *    pacote de fabrica): soma POR UNIDADE das linhas gravadas em
      *    COTAACES.DAT, ja incluida em COT-TOTAL - sem imposto, o
      *    preco de catalogo e final. Branco = cotacao sem acessorio.
           05  COT-VLR-ACESS     PIC 9(7)V99.
      *    Desconto negociado pelo vendedor alem da regra do
      *    DESCONTO.DAT (valor por unidade e % do valor base). Acima
      *    da alcada do vendedor a linha nasce PENDENTE e so converte
      *    depois de aprovada por um operador nivel 3 (DESCAPRV);
      *    reprovada (R) sai no expurgo e devolve a reserva. Branco =
      *    sem negociacao.
           05  COT-VLR-NEGOC     PIC 9(6)V99.
           05  COT-PCT-NEGOC     PIC 9(3)V99.
