      *    prefere este campo e cai em VD-VALOR nos registros
      *    antigos (campo em branco) - continuam legiveis.
           05  VD-VALOR-ALTO     PIC 9(7)V99.
      *    Custo de aquisicao da unidade vendida, congelado na
      *    gravacao da venda (custo da unidade em VEICUNID.DAT ou, sem
      *    ele, o custo do modelo) - base da margem bruta e do
      *    lancamento de custo das vendas no CONTABIL. Brancos =
      *    venda antiga, sem custo apurado.
           05  VD-CUSTO          PIC 9(7)V99.
      *    Parte do valor da venda que veio de acessorios e opcionais
      *    da cotacao (COT-VLR-ACESS) - ja incluida no valor; o
      *    CONTABIL lanca essa parte na receita de acessorios e o
      *    VENDCANC a estorna de la. Brancos = venda sem acessorio.
           05  VD-VLR-ACESS      PIC 9(7)V99.
