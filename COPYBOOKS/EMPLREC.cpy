      *----------------------------------------------------------------
      * EMPLACAMENTO record layout - processo de emplacamento no
      * DETRAN de cada venda, entre a nota fiscal e a entrega
      * (EMPLAC.DAT, LINE SEQUENTIAL, um registro por nota). Aberto
      * pela conversao de cotacao do CARRO aguardando os documentos
      * e avancado pelo EMPLAC etapa por etapa, cada uma com a sua
      * data: documentos enviados, taxas pagas, placa emitida (a
      * placa volta para VU-PLACA e VD-PLACA) e registro recebido.
      * O ENTREGA so confirma a entrega com o registro recebido.
      *----------------------------------------------------------------
       01  EMPLACAMENTO-REC.
           05  EP-NF-NUMERO      PIC 9(6).
           05  EP-COT-NUMERO     PIC 9(6).
           05  EP-VEIC-ID        PIC 9(3).
           05  EP-CHASSI         PIC X(17).
           05  EP-CLIENTE        PIC X(30).
           05  EP-DATA-ABERTURA  PIC 9(8).
           05  EP-ETAPA          PIC X.
               88  EP-AGUARDA-DOCS      VALUE "A".
               88  EP-DOCS-ENVIADOS     VALUE "D".
               88  EP-TAXAS-PAGAS       VALUE "T".
               88  EP-PLACA-EMITIDA     VALUE "P".
               88  EP-REGISTRO-RECEBIDO VALUE "R".
           05  EP-DATA-DOCS      PIC 9(8).
           05  EP-DATA-TAXAS     PIC 9(8).
           05  EP-DATA-PLACA     PIC 9(8).
           05  EP-DATA-REGISTRO  PIC 9(8).
           05  EP-VLR-TAXAS      PIC 9(6)V99.
           05  EP-PLACA          PIC X(7).
