           05  VU-SITUACAO       PIC X.
               88  VU-DISPONIVEL        VALUE "D".
               88  VU-VENDIDA           VALUE "V".
               88  VU-EM-TRANSITO       VALUE "T".
      *    Custo de aquisicao da unidade quando difere do custo do
      *    modelo (VEIC-CUSTO) - zero ou brancos = vale o do modelo.
           05  VU-CUSTO          PIC 9(6)V99.
      *    Filial onde a unidade esta fisicamente (branco = filial do
      *    modelo, VEIC-FILIAL). A transferencia entre filiais do
      *    VEICMNT tira a unidade da origem como EM TRANSITO (nao
      *    vende nem reserva) e a recebe no destino (TRANSF.DAT).
           05  VU-FILIAL         PIC X(3).
