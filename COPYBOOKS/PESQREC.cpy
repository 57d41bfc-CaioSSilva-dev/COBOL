      *----------------------------------------------------------------
      * PESQUISA-SATISFACAO record layout - pesquisa de satisfacao
      * pos-entrega (PESQSAT.DAT, LINE SEQUENTIAL). Semeada pela
      * confirmacao de entrega (ENTREGA) com a data de envio da carta
      * alguns dias depois, o vendedor e a filial da venda e o mesmo
      * endereco de correspondencia carimbado na agenda de servico.
      * O PESQSAT gera as cartas (P pendente -> E enviada), registra
      * as respostas (R respondida) e apura o NPS do mes. As tres
      * notas vao de 0 a 10; recomendacao de 0 a 6 e detrator.
      *----------------------------------------------------------------
       01  PESQUISA-REC.
           05  PQ-NF-NUMERO      PIC 9(6).
           05  PQ-CLIENTE-ID     PIC X(6).
           05  PQ-CLIENTE        PIC X(30).
           05  PQ-VENDEDOR-ID    PIC X(6).
           05  PQ-FILIAL         PIC X(3).
           05  PQ-DATA-ENTREGA   PIC 9(8).
           05  PQ-DATA-ENVIO     PIC 9(8).
           05  PQ-SITUACAO       PIC X.
               88  PQ-PENDENTE          VALUE "P".
               88  PQ-ENVIADA           VALUE "E".
               88  PQ-RESPONDIDA        VALUE "R".
           05  PQ-DATA-RESPOSTA  PIC 9(8).
           05  PQ-NOTA-RECOMENDA PIC 9(2).
           05  PQ-NOTA-ENTREGA   PIC 9(2).
           05  PQ-NOTA-VENDEDOR  PIC 9(2).
           05  PQ-ENDERECO       PIC X(40).
           05  PQ-CIDADE         PIC X(20).
           05  PQ-UF             PIC X(2).
           05  PQ-CEP            PIC X(8).
