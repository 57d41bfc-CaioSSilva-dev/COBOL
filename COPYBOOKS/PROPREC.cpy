      *----------------------------------------------------------------
      * PROPOSTA-FINANCIAMENTO record layout - proposta de
      * financiamento da cotacao num banco parceiro (PROPFIN.DAT,
      * LINE SEQUENTIAL). Incluida e acompanhada pelo PROPFIN; uma
      * cotacao pode ter propostas em mais de um banco (PF-SEQ).
      * Situacao: E enviada, A aprovada, R recusada, C contrato
      * assinado, P recursos pagos pelo banco a loja. O CARRO so
      * converte a cotacao com proposta em aberto depois de A ou C
      * e carimba PF-DATA-VENDA/PF-NF-NUMERO na conversao. O retorno
      * e a comissao que o banco devolve a loja sobre o valor
      * financiado: PF-DATA-RETORNO zero = ainda a receber; o
      * CONTABIL lanca como receita financeira no dia do recebimento.
      *----------------------------------------------------------------
       01  PROPOSTA-FIN-REC.
           05  PF-COT-NUMERO     PIC 9(6).
           05  PF-SEQ            PIC 9(2).
           05  PF-BANCO          PIC X(20).
           05  PF-CLIENTE        PIC X(30).
           05  PF-VLR-FINANC     PIC 9(7)V99.
           05  PF-MESES          PIC 9(3).
           05  PF-TAXA-MES       PIC 9(2)V99.
           05  PF-SITUACAO       PIC X.
               88  PF-ENVIADA           VALUE "E".
               88  PF-APROVADA          VALUE "A".
               88  PF-RECUSADA          VALUE "R".
               88  PF-ASSINADA          VALUE "C".
               88  PF-PAGA              VALUE "P".
               88  PF-LIBERADA          VALUE "A" "C".
               88  PF-EM-ABERTO         VALUE "E" "A" "C".
           05  PF-DATA-ENVIO     PIC 9(8).
           05  PF-DATA-SITUACAO  PIC 9(8).
           05  PF-DATA-VENDA     PIC 9(8).
           05  PF-NF-NUMERO      PIC 9(6).
           05  PF-DATA-PAGTO     PIC 9(8).
           05  PF-PCT-RETORNO    PIC 9(2)V99.
           05  PF-VLR-RETORNO    PIC 9(6)V99.
           05  PF-DATA-RETORNO   PIC 9(8).
