      *----------------------------------------------------------------
      * RECALL-UNIDADE record layout - unidades atingidas por uma
      * campanha de recall (RECALACO.DAT, LINE SEQUENTIAL). Gravada
      * pela apuracao do RECALL contra VENDAS/VENDASAR (V - carro
      * vendido, carta ao dono) e VEICUNID (E - carro ainda nosso,
      * nao pode ser entregue). Nasce PENDENTE e vira EXECUTADO com
      * a data em que o reparo foi feito; o ENTREGA recusa entregar
      * chassi com recall pendente.
      *----------------------------------------------------------------
       01  RECALL-UNIDADE-REC.
           05  RU-CODIGO         PIC X(6).
           05  RU-CHASSI         PIC X(17).
           05  RU-ORIGEM         PIC X.
               88  RU-VENDIDA           VALUE "V".
               88  RU-ESTOQUE           VALUE "E".
           05  RU-VEIC-ID        PIC 9(3).
           05  RU-NF-NUMERO      PIC 9(6).
           05  RU-CLIENTE-ID     PIC X(6).
           05  RU-CLIENTE        PIC X(30).
           05  RU-DATA-APURACAO  PIC 9(8).
           05  RU-SITUACAO       PIC X.
               88  RU-PENDENTE          VALUE "P".
               88  RU-EXECUTADO         VALUE "E".
           05  RU-DATA-EXECUCAO  PIC 9(8).
