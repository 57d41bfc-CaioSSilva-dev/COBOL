      * Fechamento diario de caixa: soma as vendas do dia de negocio
      * em VENDAS.DAT por forma de pagamento (dinheiro,
      * transferencia, financiado - canceladas fora), recebe o valor
      * contado na gaveta e acrescenta o fechamento do dia ao
      * CAIXAFEC.DAT com a diferenca apontada - o arquivo guarda os
      * fechamentos de todos os dias, e o contado de cada um e o
      * deposito que a conciliacao bancaria (CONCBANC) procura no
      * extrato. Diferenca de caixa vira alerta em OPERALRT.DAT e
      * aparece no console do plantao da manha - a gaveta deixa de
      * ser conferida de memoria.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           CLOSE VENDAS.

       GRAVA-FECHAMENTO.
           OPEN EXTEND FECHAMENTO
           IF WS-FEC-STATUS = "35"
              CLOSE FECHAMENTO
              OPEN OUTPUT FECHAMENTO
           END-IF
           MOVE SPACES TO FECHAMENTO-REC
           STRING "===== FECHAMENTO DE CAIXA - " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
