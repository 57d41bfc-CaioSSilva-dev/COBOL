      * padrao quando o arquivo falta):
      *   FOLHA: D despesa de salarios (bruto), C impostos a recolher
      *          (bruto - liquido), C salarios a pagar (liquido);
      *          D despesa de FGTS, C FGTS a recolher (FC-FGTS);
      *   CARRO: D clientes (total), C receita (valor com desconto),
      *          C impostos sobre venda (taxas);
      *   CUSTO: D custo dos veiculos vendidos, C estoque de veiculos
      *          (VD-CUSTO das vendas do dia em VENDAS.DAT);
      *   ACESSORIO: D clientes, C receita de acessorios e opcionais
      *          (VD-VLR-ACESS das vendas do dia em VENDAS.DAT);
      *   OFICINA: D clientes (fatura), C receita de pecas, C receita
      *          de mao de obra, D custo das pecas aplicadas, C
      *          estoque de pecas (ordens de servico fechadas no dia
      *          em ORDSERV.DAT);
      *   RECEBPAG: D caixa, C receita financeira (multa e juros de
      *          mora das parcelas liquidadas no dia em PARCELAS.DAT);
      *   OBRAMNT: D clientes, C receita de obras (faturas das ordens
      *          de obra emitidas no dia em ORDEM.DAT);
      *   PROPFIN: D caixa, C receita financeira de retorno (retorno
      *          dos bancos parceiros recebido no dia em PROPFIN.DAT).
      * Encerra com o resumo de conferencia debitos = creditos
      * (CONTABREL.DAT).
      *----------------------------------------------------------------
           SELECT CENTRO-CUSTOS ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCU-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT ORDEM-SERVICO ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT ORDENS-OBRA ASSIGN TO "ORDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRA-STATUS.
           SELECT PROPOSTAS-FINANC ASSIGN TO "PROPFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-CONFIRMADA
           RECORD CONTAINS 60 CHARACTERS.
       01  FOLHA-CONFIRMADA-REC.
           05  FC-VENDEDOR-ID       PIC X(6).
           05  FC-BRUTO             PIC 9(7)V99.
      *    dos outros descontos (recorrentes/adiantamentos) na
      *    contabilizacao. Em branco = registro antigo.
           05  FC-IRRF              PIC 9(7)V99.
      *    FC-FGTS: deposito do FGTS (8% do bruto) calculado na
      *    liberacao. Em branco = registro antigo.
           05  FC-FGTS              PIC 9(7)V99.

       FD  CARRO-LOG
           RECORD CONTAINS 62 CHARACTERS.
           05  CC-CODIGO            PIC X(4).
           05  CC-DESCRICAO         PIC X(20).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  ORDEM-SERVICO
           RECORD CONTAINS 108 CHARACTERS.
       COPY "OSREC.cpy".

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  ORDENS-OBRA
           RECORD CONTAINS 120 CHARACTERS.
       COPY "ORDEMREC.cpy".

       FD  PROPOSTAS-FINANC
           RECORD CONTAINS 133 CHARACTERS.
       COPY "PROPREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-CONTA-INSS    PIC X(8) VALUE "21040001".
       77  WS-CONTA-INSS-PD PIC X(8) VALUE "51020001".
       77  WS-CONTA-INSS-PC PIC X(8) VALUE "21040002".
       77  WS-CONTA-FGTS-D  PIC X(8) VALUE "51050001".
       77  WS-CONTA-FGTS-C  PIC X(8) VALUE "21060001".
       77  WS-CONTA-DESC-REP PIC X(8) VALUE "21050001".
       77  WS-CONTA-CMV     PIC X(8) VALUE "51030001".
       77  WS-CONTA-EST-VEI PIC X(8) VALUE "11030001".
       77  WS-CONTA-ACESS   PIC X(8) VALUE "31020001".
       77  WS-TOTAL-ACESS   PIC 9(9)V99 VALUE 0.
      *    Contas da oficina: receita de pecas e de mao de obra
      *    separadas da venda de veiculos, custo das pecas aplicadas
      *    e o estoque de pecas do PECAMNT.
       77  WS-CONTA-OFI-PEC PIC X(8) VALUE "31030001".
       77  WS-CONTA-OFI-MOB PIC X(8) VALUE "31030002".
       77  WS-CONTA-OFI-CMV PIC X(8) VALUE "51040001".
       77  WS-CONTA-OFI-EST PIC X(8) VALUE "11040001".
       77  WS-OS-STATUS     PIC XX VALUE SPACES.
       77  WS-TOTAL-OFI-PEC PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-OFI-MOB PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-OFI-CMV PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-OFICINA PIC 9(9)V99 VALUE 0.
      *    Encargos de atraso recebidos no caixa pelo RECEBPAG.
       77  WS-CONTA-CAIXA   PIC X(8) VALUE "11010001".
       77  WS-CONTA-REC-FIN PIC X(8) VALUE "32010001".
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-TOTAL-ENCARGOS PIC 9(9)V99 VALUE 0.
      *    Faturas das ordens de obra do OBRAMNT (material com margem
      *    e mao de obra), no centro de materiais/orcamentos.
       77  WS-CONTA-OBRA-REC PIC X(8) VALUE "31040001".
       77  WS-OBRA-STATUS   PIC XX VALUE SPACES.
       77  WS-TOTAL-OBRAS   PIC 9(9)V99 VALUE 0.
      *    Retorno pago pelos bancos parceiros sobre o valor
      *    financiado - receita financeira separada dos encargos.
       77  WS-CONTA-RET-FIN PIC X(8) VALUE "32020001".
       77  WS-PROP-STATUS   PIC XX VALUE SPACES.
       77  WS-TOTAL-RETORNO PIC 9(9)V99 VALUE 0.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-TOTAL-CUSTO   PIC 9(9)V99 VALUE 0.
       77  WS-QTD-SEM-CUSTO PIC 9(4) VALUE 0.
      *    Centro de custo por origem: folha, salao de vendas e
      *    materiais/orcamentos e oficina.
       77  WS-CC-FOLHA      PIC X(4) VALUE "CCFL".
       77  WS-CC-VENDAS     PIC X(4) VALUE "CCVD".
       77  WS-CC-MATERIAIS  PIC X(4) VALUE "CCMT".
       77  WS-CC-OFICINA    PIC X(4) VALUE "CCOF".
       77  WS-CCU-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-CCU       PIC X VALUE "N".
           88 EOF-CCU              VALUE "Y".
       77  WS-RET-LEG-W     PIC S9(9)V99 VALUE 0.
       77  WS-TOTAL-INSS    PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-INSS-PAT PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-FGTS    PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-COTADO  PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-RECEITA PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-IMPOSTO PIC 9(9)V99 VALUE 0.
           END-IF
           PERFORM LANCA-FOLHA
           PERFORM LANCA-COTACOES
           PERFORM LANCA-CUSTO-VENDAS
           PERFORM LANCA-ACESSORIOS-VENDAS
           PERFORM LANCA-OFICINA
           PERFORM LANCA-OBRAS
           PERFORM LANCA-ENCARGOS
           PERFORM LANCA-RETORNOS
           CLOSE GL-INTERFACE
           PERFORM GRAVA-RESUMO
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
                             MOVE GC-CONTA TO WS-CONTA-INSS-PD
                          WHEN "FOLHA-PATC"
                             MOVE GC-CONTA TO WS-CONTA-INSS-PC
                          WHEN "FOLHA-FGTD"
                             MOVE GC-CONTA TO WS-CONTA-FGTS-D
                          WHEN "FOLHA-FGTC"
                             MOVE GC-CONTA TO WS-CONTA-FGTS-C
                          WHEN "FOLHA-DESC"
                             MOVE GC-CONTA TO WS-CONTA-DESC-REP
                          WHEN "CARRO-CLI "
                             MOVE GC-CONTA TO WS-CONTA-RECEITA
                          WHEN "CARRO-IMP "
                             MOVE GC-CONTA TO WS-CONTA-IMP-VND
                          WHEN "CARRO-CMV "
                             MOVE GC-CONTA TO WS-CONTA-CMV
                          WHEN "CARRO-EST "
                             MOVE GC-CONTA TO WS-CONTA-EST-VEI
                          WHEN "CARRO-ACE "
                             MOVE GC-CONTA TO WS-CONTA-ACESS
                          WHEN "OFIC-PEC  "
                             MOVE GC-CONTA TO WS-CONTA-OFI-PEC
                          WHEN "OFIC-MOB  "
                             MOVE GC-CONTA TO WS-CONTA-OFI-MOB
                          WHEN "OFIC-CMV  "
                             MOVE GC-CONTA TO WS-CONTA-OFI-CMV
                          WHEN "OFIC-EST  "
                             MOVE GC-CONTA TO WS-CONTA-OFI-EST
                          WHEN "RECEB-CX  "
                             MOVE GC-CONTA TO WS-CONTA-CAIXA
                          WHEN "RECEB-FIN "
                             MOVE GC-CONTA TO WS-CONTA-REC-FIN
                          WHEN "OBRA-REC  "
                             MOVE GC-CONTA TO WS-CONTA-OBRA-REC
                          WHEN "RETOR-FIN "
                             MOVE GC-CONTA TO WS-CONTA-RET-FIN
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                       ELSE
                          PERFORM SOMA-RETIDO-LEGADO
                       END-IF
                       IF FC-FGTS IS NUMERIC
                          ADD FC-FGTS TO WS-TOTAL-FGTS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLHA-CONFIRMADA
                    MOVE "FOLHA"          TO GI-FONTE
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
      *          FGTS: encargo da empresa, como a parte patronal do
      *          INSS - despesa x FGTS a recolher na guia do mes.
                 IF WS-TOTAL-FGTS > 0
                    MOVE SPACES TO GL-INTERFACE-REC
                    MOVE WS-CONTA-FGTS-D  TO GI-CONTA
                    MOVE "D"              TO GI-DC
                    MOVE WS-TOTAL-FGTS    TO GI-VALOR
                    MOVE "FOLHA"          TO GI-FONTE
                    PERFORM GRAVA-LANCAMENTO
                    MOVE SPACES TO GL-INTERFACE-REC
                    MOVE WS-CONTA-FGTS-C  TO GI-CONTA
                    MOVE "C"              TO GI-DC
                    MOVE WS-TOTAL-FGTS    TO GI-VALOR
                    MOVE "FOLHA"          TO GI-FONTE
                    PERFORM GRAVA-LANCAMENTO
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-TOTAL-IMPOSTO = WS-TOTAL-IMPOSTO
              + (CL-RESULTADO - WS-LIQ-COTACAO).

      *    O lado do custo da venda: cada venda gravada na data de
      *    negocio baixa o estoque de veiculos pelo custo congelado
      *    em VD-CUSTO. Venda cancelada no mesmo dia tambem entra:
      *    o VENDCANC ja lancou o estorno do custo. Venda sem custo
      *    apurado (modelo sem VEIC-CUSTO) e contada e avisada - o
      *    custo dela fica de fora ate o cadastro ser completado.
       LANCA-CUSTO-VENDAS.
           MOVE WS-CC-VENDAS TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VENDAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF VD-DATA = WS-HOJE
                       IF VD-CUSTO IS NUMERIC AND VD-CUSTO > 0
                          ADD VD-CUSTO TO WS-TOTAL-CUSTO
                       ELSE
                          ADD 1 TO WS-QTD-SEM-CUSTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDAS
           IF WS-QTD-SEM-CUSTO > 0
              DISPLAY "ATENCAO: " WS-QTD-SEM-CUSTO
                 " VENDA(S) DO DIA SEM CUSTO DE AQUISICAO - "
                 "CUSTO NAO CONTABILIZADO"
           END-IF
           IF WS-TOTAL-CUSTO > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CMV     TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-TOTAL-CUSTO   TO GI-VALOR
              MOVE "CUSTO"          TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-EST-VEI TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-TOTAL-CUSTO   TO GI-VALOR
              MOVE "CUSTO"          TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    Acessorios e opcionais nao passam pelo CARROLOG (que so
      *    leva o veiculo): a receita deles sai da venda do dia, com
      *    a mesma regra do custo - a cancelada no dia entra e o
      *    VENDCANC estorna da conta de acessorios.
       LANCA-ACESSORIOS-VENDAS.
           MOVE WS-CC-VENDAS TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ VENDAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF VD-DATA = WS-HOJE
                          AND VD-VLR-ACESS IS NUMERIC
                       ADD VD-VLR-ACESS TO WS-TOTAL-ACESS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDAS
           IF WS-TOTAL-ACESS > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CLIENTE TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-TOTAL-ACESS   TO GI-VALOR
              MOVE "ACESSORIO"      TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-ACESS   TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-TOTAL-ACESS   TO GI-VALOR
              MOVE "ACESSORIO"      TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    A ordem de servico entra pela data de fechamento, com os
      *    totais carimbados pela OFICINA na hora da fatura - o custo
      *    das pecas e o custo medio congelado em cada linha.
       LANCA-OFICINA.
           MOVE WS-CC-OFICINA TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ORDEM-SERVICO
           IF WS-OS-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ ORDEM-SERVICO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF OS-FECHADA AND OS-DATA-FECHAMENTO = WS-HOJE
                       ADD OS-VLR-PECAS    TO WS-TOTAL-OFI-PEC
                       ADD OS-VLR-MAO-OBRA TO WS-TOTAL-OFI-MOB
                       ADD OS-CUSTO-PECAS  TO WS-TOTAL-OFI-CMV
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDEM-SERVICO
           COMPUTE WS-TOTAL-OFICINA =
              WS-TOTAL-OFI-PEC + WS-TOTAL-OFI-MOB
           IF WS-TOTAL-OFICINA > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CLIENTE TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-TOTAL-OFICINA TO GI-VALOR
              MOVE "OFICINA"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-TOTAL-OFI-PEC > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-OFI-PEC TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-TOTAL-OFI-PEC TO GI-VALOR
              MOVE "OFICINA"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-TOTAL-OFI-MOB > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-OFI-MOB TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-TOTAL-OFI-MOB TO GI-VALOR
              MOVE "OFICINA"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-TOTAL-OFI-CMV > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-OFI-CMV TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-TOTAL-OFI-CMV TO GI-VALOR
              MOVE "OFICINA"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-OFI-EST TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-TOTAL-OFI-CMV TO GI-VALOR
              MOVE "OFICINA"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    A fatura da ordem de obra entra pela data de faturamento,
      *    a vista ou parcelada - o parcelamento fica no recebivel de
      *    clientes do mesmo jeito.
       LANCA-OBRAS.
           MOVE WS-CC-MATERIAIS TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ORDENS-OBRA
           IF WS-OBRA-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ ORDENS-OBRA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF OR-FATURADA AND OR-DATA-FATURA = WS-HOJE
                          AND OR-VLR-FATURA IS NUMERIC
                       ADD OR-VLR-FATURA TO WS-TOTAL-OBRAS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDENS-OBRA
           IF WS-TOTAL-OBRAS > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CLIENTE  TO GI-CONTA
              MOVE "D"               TO GI-DC
              MOVE WS-TOTAL-OBRAS    TO GI-VALOR
              MOVE "OBRAMNT"         TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-OBRA-REC TO GI-CONTA
              MOVE "C"               TO GI-DC
              MOVE WS-TOTAL-OBRAS    TO GI-VALOR
              MOVE "OBRAMNT"         TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    Parcela liquidada no dia: so a multa e os juros de mora
      *    viram receita - o valor da parcela baixa o recebivel, que
      *    nao passa por aqui.
       LANCA-ENCARGOS.
           MOVE WS-CC-VENDAS TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PARCELAS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PA-LIQUIDADA AND PA-DATA-PGTO = WS-HOJE
                          AND PA-VLR-MULTA IS NUMERIC
                          AND PA-VLR-JUROS IS NUMERIC
                       ADD PA-VLR-MULTA TO WS-TOTAL-ENCARGOS
                       ADD PA-VLR-JUROS TO WS-TOTAL-ENCARGOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS
           IF WS-TOTAL-ENCARGOS > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CAIXA    TO GI-CONTA
              MOVE "D"               TO GI-DC
              MOVE WS-TOTAL-ENCARGOS TO GI-VALOR
              MOVE "RECEBPAG"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-REC-FIN  TO GI-CONTA
              MOVE "C"               TO GI-DC
              MOVE WS-TOTAL-ENCARGOS TO GI-VALOR
              MOVE "RECEBPAG"        TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    Retorno do banco entra no caixa pela data do recebimento
      *    registrada no PROPFIN. O valor financiado que o banco paga
      *    baixa o recebivel da venda e nao passa por aqui.
       LANCA-RETORNOS.
           MOVE WS-CC-VENDAS TO WS-CCUSTO-ATUAL
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PROPOSTAS-FINANC
           IF WS-PROP-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PROPOSTAS-FINANC
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF PF-DATA-RETORNO IS NUMERIC
                          AND PF-DATA-RETORNO = WS-HOJE
                          AND PF-VLR-RETORNO IS NUMERIC
                       ADD PF-VLR-RETORNO TO WS-TOTAL-RETORNO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROPOSTAS-FINANC
           IF WS-TOTAL-RETORNO > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-CAIXA    TO GI-CONTA
              MOVE "D"               TO GI-DC
              MOVE WS-TOTAL-RETORNO  TO GI-VALOR
              MOVE "PROPFIN"         TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-CONTA-RET-FIN  TO GI-CONTA
              MOVE "C"               TO GI-DC
              MOVE WS-TOTAL-RETORNO  TO GI-VALOR
              MOVE "PROPFIN"         TO GI-FONTE
              PERFORM GRAVA-LANCAMENTO
           END-IF.

       GRAVA-RESUMO.
           OPEN OUTPUT CONTAB-RESUMO
           MOVE "===== RESUMO DOS LANCAMENTOS CONTABEIS ====="
           MOVE "TOTAL DE CREDITOS:" TO WS-RL-LABEL
           MOVE WS-TOTAL-CREDITOS    TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "CUSTO DAS VENDAS:"  TO WS-RL-LABEL
           MOVE WS-TOTAL-CUSTO       TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "RECEITA DE ACESSORIOS:" TO WS-RL-LABEL
           MOVE WS-TOTAL-ACESS       TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "RECEITA DA OFICINA:" TO WS-RL-LABEL
           MOVE WS-TOTAL-OFICINA     TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "RECEITA DE OBRAS:"  TO WS-RL-LABEL
           MOVE WS-TOTAL-OBRAS       TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "ENCARGOS RECEBIDOS:" TO WS-RL-LABEL
           MOVE WS-TOTAL-ENCARGOS    TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           MOVE SPACES TO WS-RES-LINHA
           MOVE "RETORNO DE BANCOS:" TO WS-RL-LABEL
           MOVE WS-TOTAL-RETORNO     TO WS-RL-VALOR
           WRITE CONTAB-RESUMO-REC FROM WS-RES-LINHA
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
              MOVE "SITUACAO: CONFERIDO" TO CONTAB-RESUMO-REC
           ELSE
