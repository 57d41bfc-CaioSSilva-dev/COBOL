      *----------------------------------------------------------------
      * PRODUTO-VENDIDO record layout - garantia estendida / seguro
      * vendido com o carro (PRODVEND.DAT, LINE SEQUENTIAL, OPEN
      * EXTEND), gravado pelo CARRO na conversao sob o numero da
      * nota do veiculo (PV-NF-NUMERO). Parceiro, prazo, preco e
      * percentuais sao copiados do catalogo na venda - alteracao
      * posterior do PRODMAST nao mexe no que ja foi vendido. A
      * comissao entra na folha enquanto a nota estiver em VENDAS.DAT
      * (nota cancelada nao paga); o extrato do PRODMNT cobra o
      * repasse de cada parceiro por mes.
      *----------------------------------------------------------------
       01  PRODUTO-VENDIDO-REC.
           05  PV-NF-NUMERO      PIC 9(6).
           05  PV-COT-NUMERO     PIC 9(6).
           05  PV-DATA           PIC 9(8).
           05  PV-CODIGO         PIC X(4).
           05  PV-DESCRICAO      PIC X(30).
           05  PV-TIPO           PIC X.
           05  PV-PARCEIRO       PIC X(20).
           05  PV-PRAZO-MESES    PIC 9(3).
           05  PV-APOLICE        PIC X(15).
           05  PV-CLIENTE        PIC X(30).
           05  PV-CHASSI         PIC X(17).
           05  PV-VENDEDOR-ID    PIC X(6).
           05  PV-VALOR          PIC 9(6)V99.
           05  PV-PCT-REPASSE    PIC 9(2)V99.
           05  PV-VLR-REPASSE    PIC 9(6)V99.
           05  PV-VLR-COMISSAO   PIC 9(6)V99.
