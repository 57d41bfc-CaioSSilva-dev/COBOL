      *----------------------------------------------------------------
      * VENDEDOR-MASTER record layout - shared by FOLHA-VENDEDOR
      * (payroll), EXTRATO (statements) and VENDMNT (maintenance).
      * VENDMAST.DAT is INDEXED with RECORD KEY VM-VENDEDOR-ID; the
      * nightly vendor lot arrives in VENDLOTE.DAT (EDITLOTE) and
      * MESTIDX converts/unloads the master (VENDMAST.UNL).
      * Status and effective dates came with the maintenance program -
      * records written before then have the fields blank (blank
      * status counts as active).
           05  VM-DATA-DESLIG       PIC X(8).
      *    Filial do vendedor (branco = loja original).
           05  VM-FILIAL            PIC X(3).
      *    Alcada de desconto negociado (% do valor base, alem da
      *    regra do DESCONTO.DAT): cotacao acima dela fica pendente
      *    de aprovacao do gerente. Branco = alcada padrao do CARRO.
           05  VM-LIMITE-DESC       PIC 9(2)V99.
