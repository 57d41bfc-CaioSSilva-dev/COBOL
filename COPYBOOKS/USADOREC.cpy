      *----------------------------------------------------------------
      * USADO record layout - ficha do usado recebido na troca
      * (USADO.DAT, LINE SEQUENTIAL), uma linha por chassi. Nasce na
      * conversao da cotacao com troca (CARRO, CADASTRA-VEICULO-TROCA)
      * junto com o VEIC-ID proprio do usado no VEICMAST; o USADOMNT
      * lanca as despesas de recondicionamento (USADODSP.DAT) e
      * mantem o acumulado e o preco minimo de revenda (avaliacao +
      * recondicionamento). A revenda e reconhecida pelo chassi nas
      * vendas (VD-CHASSI).
      *----------------------------------------------------------------
       01  USADO-REC.
           05  US-CHASSI         PIC X(17).
           05  US-VEIC-ID        PIC 9(3).
           05  US-PLACA          PIC X(7).
           05  US-MODELO         PIC X(20).
           05  US-DATA-ENTRADA   PIC 9(8).
           05  US-VLR-AVALIACAO  PIC 9(7)V99.
           05  US-VLR-RECOND     PIC 9(7)V99.
           05  US-PRECO-MINIMO   PIC 9(7)V99.
           05  US-COT-ORIGEM     PIC 9(6).
           05  US-FILIAL         PIC X(3).
