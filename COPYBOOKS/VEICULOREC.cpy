      *----------------------------------------------------------------
      * VEICULO-MASTER record layout - shared by CARRO (pricing) and
      * FOLHA-VENDEDOR (payroll commission). VEICMAST.DAT is an
      * INDEXED file with RECORD KEY VEIC-ID: reservations, sales and
      * stock moves rewrite only the record touched, batch readers
      * use ACCESS SEQUENTIAL (key order). MESTIDX converts the old
      * sequential file and unloads it to VEICMAST.UNL.
      *----------------------------------------------------------------
       01  VEICULO-MASTER-REC.
           05  VEIC-ID           PIC 9(3).
           05  VEIC-RESERVADO    PIC 9(3).
      *    Filial dona do estoque do modelo (branco = loja original).
           05  VEIC-FILIAL       PIC X(3).
      *    Custo de aquisicao do modelo (preco pago a montadora ou
      *    valor de avaliacao do usado). Registros gravados antes do
      *    controle de margem nao tem o campo - brancos contam como
      *    custo zero (margem nao apurada).
           05  VEIC-CUSTO        PIC 9(6)V99.
