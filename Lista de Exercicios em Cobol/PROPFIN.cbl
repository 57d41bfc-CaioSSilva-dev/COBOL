       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPFIN.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Propostas de financiamento em bancos parceiros (PROPFIN.DAT),
      * no molde do PRODMNT. Funcoes:
      *   - listar as propostas de uma cotacao (ou todas);
      *   - incluir proposta para uma cotacao ativa: banco, valor
      *     financiado (ate o total da cotacao), prazo, taxa ao mes
      *     e o percentual de retorno do banco a loja;
      *   - atualizar a situacao: E enviada -> A aprovada ou R
      *     recusada; A -> C contrato assinado ou R; C -> P recursos
      *     pagos (so depois da venda). Na aprovacao o banco pode
      *     mudar valor, prazo e taxa;
      *   - registrar o retorno recebido do banco (o CONTABIL lanca
      *     como receita financeira na data do recebimento);
      *   - relatorio por banco (PROPREL.DAT) do que os bancos ainda
      *     devem a loja depois da venda: valor financiado nao pago e
      *     retorno nao recebido. Venda cancelada (VENDAS/VENDASAR)
      *     fica de fora.
      * O CARRO converte a cotacao com proposta em aberto so depois
      * da aprovacao e carimba a data da venda e a nota na proposta;
      * por isso o arquivo e relido antes e regravado logo depois de
      * cada alteracao, e nao no fim da sessao.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTAS-FINANC ASSIGN TO "PROPFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT RELATORIO-BANCOS ASSIGN TO "PROPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTAS-FINANC
           RECORD CONTAINS 133 CHARACTERS.
       COPY "PROPREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  RELATORIO-BANCOS
           RECORD CONTAINS 80 CHARACTERS.
       01  RELATORIO-BANCOS-REC  PIC X(80).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "DECVALID.cpy".
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-PROP-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X VALUE SPACE.
       77  WS-PROP-COUNT    PIC 9(4) VALUE 0.
       01  WS-PROP-TABELA.
           05  WS-PROP-LINHA-TAB OCCURS 2000 TIMES PIC X(133).
       77  WS-PROP-ESTOURO  PIC X VALUE "N".
           88 PROPOSTAS-ESTOURARAM VALUE "Y".
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-PROP-IDX      PIC 9(4) VALUE 0.
       77  WS-BUSCA-COT     PIC 9(6) VALUE 0.
       77  WS-BUSCA-SEQ     PIC 9(2) VALUE 0.
       77  WS-PROX-SEQ      PIC 9(2) VALUE 0.
       77  WS-ACHOU-PROP    PIC X VALUE "N".
           88 ACHOU-PROP           VALUE "Y".
       77  WS-NOVA-SIT      PIC X VALUE SPACE.
      *    Cotacao da proposta: nome do cliente e total de todas as
      *    linhas (frota financia a quantidade inteira).
       77  WS-EOF-COT       PIC X VALUE "N".
           88 EOF-COT              VALUE "Y".
       77  WS-ACHOU-COT     PIC X VALUE "N".
           88 ACHOU-COT            VALUE "Y".
       77  WS-COT-ATIVA     PIC X VALUE "N".
           88 COTACAO-ATIVA        VALUE "Y".
       77  WS-COT-CLIENTE   PIC X(30) VALUE SPACES.
       77  WS-COT-PLANO     PIC 9(3) VALUE 0.
       77  WS-COT-TOTAL     PIC 9(8)V99 VALUE 0.
       77  WS-COT-QTDE      PIC 9(3) VALUE 1.
       77  WS-VALOR-ED      PIC ZZ,ZZZ,ZZ9.99.
       77  WS-PCT-ED        PIC Z9.99.
      *    Relatorio do que os bancos devem depois da venda.
       77  WS-CANC-COUNT    PIC 9(4) VALUE 0.
       01  WS-CANC-TABELA.
           05  WS-CANC-NF OCCURS 2000 TIMES PIC 9(6).
       77  WS-CANC-ESTOURO  PIC X VALUE "N".
       77  WS-NF-CANCELADA  PIC X VALUE "N".
           88 NF-CANCELADA         VALUE "Y".
       77  WS-BANCO-COUNT   PIC 9(3) VALUE 0.
       01  WS-BANCO-TABELA.
           05  WS-BANCO-NOME OCCURS 100 TIMES PIC X(20).
       77  WS-ACHOU-BANCO   PIC X VALUE "N".
           88 ACHOU-BANCO          VALUE "Y".
       77  WS-QTD-CANC-FORA PIC 9(4) VALUE 0.
       77  WS-QTD-DEVIDAS   PIC 9(4) VALUE 0.
       77  WS-DEV-FINANC    PIC 9(7)V99 VALUE 0.
       77  WS-DEV-RETORNO   PIC 9(6)V99 VALUE 0.
       77  WS-QTD-BANCO     PIC 9(4) VALUE 0.
       77  WS-TOT-BCO-FIN   PIC 9(9)V99 VALUE 0.
       77  WS-TOT-BCO-RET   PIC 9(9)V99 VALUE 0.
       77  WS-TOT-GERAL-FIN PIC 9(9)V99 VALUE 0.
       77  WS-TOT-GERAL-RET PIC 9(9)V99 VALUE 0.
       77  WS-DIAS-VENDA    PIC 9(5) VALUE 0.
       01  WS-REL-DETALHE.
           05  WS-RD-COT        PIC 9(6).
           05  FILLER           PIC X VALUE "-".
           05  WS-RD-SEQ        PIC 9(2).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-CLIENTE    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-VENDA      PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-SIT        PIC X.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-FINANC     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RD-RETORNO    PIC ZZZ,ZZ9.99.
           05  FILLER           PIC X(8) VALUE SPACES.
       01  WS-REL-TOTAL.
           05  FILLER           PIC X(10) VALUE "TOTAL DE ".
           05  WS-RT-QTD        PIC ZZZ9.
           05  FILLER           PIC X(14) VALUE " VENDA(S)".
           05  FILLER           PIC X(9) VALUE "A PAGAR ".
           05  WS-RT-FINANC     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(9) VALUE " RETORNO ".
           05  WS-RT-RETORNO    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== PROPOSTAS DE FINANCIAMENTO BANCARIO ====="
              DISPLAY "(1) LISTAR PROPOSTAS"
              DISPLAY "(2) INCLUIR PROPOSTA"
              DISPLAY "(3) ATUALIZAR SITUACAO"
              DISPLAY "(4) REGISTRAR RETORNO RECEBIDO DO BANCO"
              DISPLAY "(5) RELATORIO DE VALORES A RECEBER POR BANCO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-PROPOSTAS
                 WHEN 2 PERFORM INCLUI-PROPOSTA
                 WHEN 3 PERFORM ATUALIZA-SITUACAO
                 WHEN 4 PERFORM REGISTRA-RETORNO
                 WHEN 5 PERFORM RELATORIO-BANCOS-DEVEDORES
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

       CARREGA-PROPOSTAS.
           MOVE 0 TO WS-PROP-COUNT
           MOVE "N" TO WS-PROP-ESTOURO
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
                    IF WS-PROP-COUNT < 2000
                       ADD 1 TO WS-PROP-COUNT
                       MOVE PROPOSTA-FIN-REC
                          TO WS-PROP-LINHA-TAB(WS-PROP-COUNT)
                    ELSE
                       MOVE "Y" TO WS-PROP-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROPOSTAS-FINANC.

      *    Com o arquivo maior que a tabela a regravacao perderia as
      *    propostas do fim - a alteracao e recusada antes.
       GRAVA-PROPOSTAS.
           OPEN OUTPUT PROPOSTAS-FINANC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROP-COUNT
              MOVE WS-PROP-LINHA-TAB(WS-I) TO PROPOSTA-FIN-REC
              WRITE PROPOSTA-FIN-REC
           END-PERFORM
           CLOSE PROPOSTAS-FINANC.

       LOCALIZA-PROPOSTA.
           MOVE "N" TO WS-ACHOU-PROP
           MOVE 0 TO WS-PROP-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROP-COUNT OR ACHOU-PROP
              MOVE WS-PROP-LINHA-TAB(WS-I) TO PROPOSTA-FIN-REC
              IF PF-COT-NUMERO = WS-BUSCA-COT
                    AND PF-SEQ = WS-BUSCA-SEQ
                 MOVE "Y" TO WS-ACHOU-PROP
                 MOVE WS-I TO WS-PROP-IDX
              END-IF
           END-PERFORM.

      *    Cotacao e sequencia da proposta; devolve a proposta em
      *    PROPOSTA-FIN-REC e a posicao na tabela em WS-PROP-IDX.
       PEDE-PROPOSTA.
           PERFORM CARREGA-PROPOSTAS
           DISPLAY "NUMERO DA COTACAO: "
           ACCEPT WS-BUSCA-COT
           MOVE 1  TO WS-NUM-MIN
           MOVE 99 TO WS-NUM-MAX
           MOVE "SEQUENCIA DA PROPOSTA (1-99): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-BUSCA-SEQ
           PERFORM LOCALIZA-PROPOSTA
           IF NOT ACHOU-PROP
              DISPLAY "PROPOSTA " WS-BUSCA-COT "-" WS-BUSCA-SEQ
                 " NAO CADASTRADA"
           ELSE
              PERFORM EXIBE-PROPOSTA
           END-IF.

       EXIBE-PROPOSTA.
           MOVE PF-VLR-FINANC TO WS-VALOR-ED
           MOVE PF-TAXA-MES   TO WS-PCT-ED
           DISPLAY PF-COT-NUMERO "-" PF-SEQ " " PF-BANCO " "
              PF-CLIENTE
           DISPLAY "   VALOR " WS-VALOR-ED " EM " PF-MESES
              " MESES A " WS-PCT-ED "% A.M. - SITUACAO "
              PF-SITUACAO " DESDE " PF-DATA-SITUACAO
           MOVE PF-VLR-RETORNO TO WS-VALOR-ED
           MOVE PF-PCT-RETORNO TO WS-PCT-ED
           DISPLAY "   RETORNO " WS-PCT-ED "% = " WS-VALOR-ED
              " RECEBIDO EM " PF-DATA-RETORNO
              " - VENDA " PF-DATA-VENDA " NOTA " PF-NF-NUMERO.

       LISTA-PROPOSTAS.
           PERFORM CARREGA-PROPOSTAS
           DISPLAY "NUMERO DA COTACAO (0 = TODAS): "
           ACCEPT WS-BUSCA-COT
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROP-COUNT
              MOVE WS-PROP-LINHA-TAB(WS-I) TO PROPOSTA-FIN-REC
              IF WS-BUSCA-COT = 0 OR PF-COT-NUMERO = WS-BUSCA-COT
                 ADD 1 TO WS-J
                 PERFORM EXIBE-PROPOSTA
              END-IF
           END-PERFORM
           IF WS-J = 0
              DISPLAY "(NENHUMA PROPOSTA)"
           END-IF.

      *    Le todas as linhas da cotacao pela chave alternativa.
       LE-COTACAO-PROPOSTA.
           MOVE "N" TO WS-ACHOU-COT
           MOVE "N" TO WS-COT-ATIVA
           MOVE 0 TO WS-COT-TOTAL
           MOVE 0 TO WS-COT-PLANO
           MOVE SPACES TO WS-COT-CLIENTE
           MOVE "N" TO WS-EOF-COT
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-COT TO COT-NUMERO
           START COTACAO KEY IS = COT-NUMERO
              INVALID KEY
                 MOVE "Y" TO WS-EOF-COT
           END-START
           PERFORM UNTIL EOF-COT
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-COT
                 NOT AT END
                    IF COT-NUMERO NOT = WS-BUSCA-COT
                       MOVE "Y" TO WS-EOF-COT
                    ELSE
                       PERFORM ACUMULA-LINHA-COTACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO.

       ACUMULA-LINHA-COTACAO.
           MOVE "Y" TO WS-ACHOU-COT
           IF COT-ATIVA
              MOVE "Y" TO WS-COT-ATIVA
           END-IF
           IF COT-LINHA NOT NUMERIC OR COT-LINHA <= 1
              MOVE COT-CLIENTE TO WS-COT-CLIENTE
              IF COT-PLANO-MESES IS NUMERIC
                 MOVE COT-PLANO-MESES TO WS-COT-PLANO
              END-IF
           END-IF
           IF COT-QTDE IS NUMERIC AND COT-QTDE > 0
              MOVE COT-QTDE TO WS-COT-QTDE
           ELSE
              MOVE 1 TO WS-COT-QTDE
           END-IF
           IF COT-TOTAL IS NUMERIC
              COMPUTE WS-COT-TOTAL = WS-COT-TOTAL
                 + (COT-TOTAL * WS-COT-QTDE)
                 ON SIZE ERROR MOVE 99999999.99 TO WS-COT-TOTAL
              END-COMPUTE
           END-IF.

      *    A proposta nasce enviada ao banco; a sequencia e a proxima
      *    livre da cotacao (um banco por proposta).
       INCLUI-PROPOSTA.
           PERFORM CARREGA-PROPOSTAS
           IF WS-PROP-COUNT > 1999 OR PROPOSTAS-ESTOURARAM
              DISPLAY "PROPFIN.DAT CHEIO - INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA COTACAO: "
           ACCEPT WS-BUSCA-COT
           PERFORM LE-COTACAO-PROPOSTA
           IF NOT ACHOU-COT
              DISPLAY "COTACAO " WS-BUSCA-COT " NAO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF
           IF NOT COTACAO-ATIVA
              DISPLAY "COTACAO " WS-BUSCA-COT " NAO ESTA ATIVA - "
                 "INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROX-SEQ
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROP-COUNT
              MOVE WS-PROP-LINHA-TAB(WS-I) TO PROPOSTA-FIN-REC
              IF PF-COT-NUMERO = WS-BUSCA-COT
                    AND PF-SEQ > WS-PROX-SEQ
                 MOVE PF-SEQ TO WS-PROX-SEQ
              END-IF
           END-PERFORM
           IF WS-PROX-SEQ > 98
              DISPLAY "COTACAO " WS-BUSCA-COT " JA TEM 99 PROPOSTAS"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROX-SEQ
           MOVE WS-COT-TOTAL TO WS-VALOR-ED
           DISPLAY WS-COT-CLIENTE " - TOTAL DA COTACAO " WS-VALOR-ED
           MOVE SPACES TO PROPOSTA-FIN-REC
           MOVE WS-BUSCA-COT   TO PF-COT-NUMERO
           MOVE WS-PROX-SEQ    TO PF-SEQ
           MOVE WS-COT-CLIENTE TO PF-CLIENTE
           DISPLAY "BANCO: "
           ACCEPT PF-BANCO
           IF PF-BANCO = SPACES
              DISPLAY "BANCO EM BRANCO - INCLUSAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(PF-BANCO) TO PF-BANCO
           PERFORM CAPTURA-CONDICOES-PROPOSTA
           MOVE 0     TO WS-DEC-MIN
           MOVE 99.99 TO WS-DEC-MAX
           MOVE "RETORNO DO BANCO A LOJA (%): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PF-PCT-RETORNO
           PERFORM CALCULA-RETORNO
           SET PF-ENVIADA TO TRUE
           MOVE WS-HOJE TO PF-DATA-ENVIO
           MOVE WS-HOJE TO PF-DATA-SITUACAO
           MOVE 0 TO PF-DATA-VENDA
           MOVE 0 TO PF-NF-NUMERO
           MOVE 0 TO PF-DATA-PAGTO
           MOVE 0 TO PF-DATA-RETORNO
           ADD 1 TO WS-PROP-COUNT
           MOVE PROPOSTA-FIN-REC TO WS-PROP-LINHA-TAB(WS-PROP-COUNT)
           PERFORM GRAVA-PROPOSTAS
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PROPOSTA " DELIMITED BY SIZE
                  WS-BUSCA-COT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PROX-SEQ DELIMITED BY SIZE
                  " ENVIADA AO BANCO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Valor limitado ao total da cotacao; o prazo sugerido e o
      *    plano acertado na cotacao, se houver.
       CAPTURA-CONDICOES-PROPOSTA.
           MOVE 0.01 TO WS-DEC-MIN
           IF WS-COT-TOTAL > 999999.99 OR WS-COT-TOTAL = 0
              MOVE 999999.99 TO WS-DEC-MAX
           ELSE
              MOVE WS-COT-TOTAL TO WS-DEC-MAX
           END-IF
           MOVE "VALOR FINANCIADO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PF-VLR-FINANC
           IF WS-COT-PLANO > 0
              DISPLAY "PLANO DA COTACAO: " WS-COT-PLANO " MESES"
           END-IF
           MOVE 1  TO WS-NUM-MIN
           MOVE 96 TO WS-NUM-MAX
           MOVE "PRAZO EM MESES (1-96): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO PF-MESES
           MOVE 0     TO WS-DEC-MIN
           MOVE 99.99 TO WS-DEC-MAX
           MOVE "TAXA AO MES (%): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PF-TAXA-MES.

       CALCULA-RETORNO.
           COMPUTE PF-VLR-RETORNO ROUNDED =
              PF-VLR-FINANC * PF-PCT-RETORNO / 100
              ON SIZE ERROR MOVE 999999.99 TO PF-VLR-RETORNO
           END-COMPUTE.

      *    Ciclo da proposta: E -> A/R, A -> C/R, C -> P. Recusada e
      *    paga sao finais. Recurso pago so depois da conversao da
      *    cotacao (PF-DATA-VENDA carimbada pelo CARRO).
       ATUALIZA-SITUACAO.
           PERFORM PEDE-PROPOSTA
           IF NOT ACHOU-PROP
              EXIT PARAGRAPH
           END-IF
           IF PROPOSTAS-ESTOURARAM
              DISPLAY "PROPFIN.DAT MAIOR QUE A TABELA - "
                 "ALTERACAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN PF-ENVIADA
                 DISPLAY "NOVA SITUACAO (A APROVADA / R RECUSADA): "
              WHEN PF-APROVADA
                 DISPLAY "NOVA SITUACAO (C CONTRATO ASSINADO / "
                    "R RECUSADA): "
              WHEN PF-ASSINADA
                 IF PF-DATA-VENDA NOT NUMERIC OR PF-DATA-VENDA = 0
                    DISPLAY "COTACAO AINDA NAO CONVERTIDA EM VENDA - "
                       "RECURSO DO BANCO SO DEPOIS DA VENDA"
                    EXIT PARAGRAPH
                 END-IF
                 DISPLAY "NOVA SITUACAO (P RECURSOS PAGOS PELO "
                    "BANCO): "
              WHEN OTHER
                 DISPLAY "PROPOSTA " PF-SITUACAO
                    " ENCERRADA - SITUACAO NAO PODE MUDAR"
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACE TO WS-NOVA-SIT
           ACCEPT WS-NOVA-SIT
           MOVE FUNCTION UPPER-CASE(WS-NOVA-SIT) TO WS-NOVA-SIT
           EVALUATE TRUE
              WHEN PF-ENVIADA AND
                    (WS-NOVA-SIT = "A" OR WS-NOVA-SIT = "R")
                 CONTINUE
              WHEN PF-APROVADA AND
                    (WS-NOVA-SIT = "C" OR WS-NOVA-SIT = "R")
                 CONTINUE
              WHEN PF-ASSINADA AND WS-NOVA-SIT = "P"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "SITUACAO " WS-NOVA-SIT
                    " INVALIDA PARA A PROPOSTA - NADA ALTERADO"
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-NOVA-SIT = "R" AND PF-DATA-VENDA IS NUMERIC
                 AND PF-DATA-VENDA > 0
              DISPLAY "COTACAO JA VENDIDA COM ESTA PROPOSTA - "
                 "RECUSA NAO PERMITIDA"
              EXIT PARAGRAPH
           END-IF
           IF WS-NOVA-SIT = "A"
              DISPLAY "BANCO ALTEROU VALOR, PRAZO OU TAXA (S/N)?"
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                 PERFORM LE-COTACAO-PROPOSTA
                 PERFORM CAPTURA-CONDICOES-PROPOSTA
                 PERFORM CALCULA-RETORNO
              END-IF
           END-IF
           IF WS-NOVA-SIT = "P"
              MOVE WS-HOJE TO PF-DATA-PAGTO
           END-IF
           MOVE WS-NOVA-SIT TO PF-SITUACAO
           MOVE WS-HOJE TO PF-DATA-SITUACAO
           MOVE PROPOSTA-FIN-REC TO WS-PROP-LINHA-TAB(WS-PROP-IDX)
           PERFORM GRAVA-PROPOSTAS
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "PROPOSTA " DELIMITED BY SIZE
                  WS-BUSCA-COT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BUSCA-SEQ DELIMITED BY SIZE
                  " PASSOU PARA " DELIMITED BY SIZE
                  WS-NOVA-SIT DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    O retorno vem do banco depois da venda, com ou sem o valor
      *    financiado ja pago; o valor recebido substitui o previsto.
       REGISTRA-RETORNO.
           PERFORM PEDE-PROPOSTA
           IF NOT ACHOU-PROP
              EXIT PARAGRAPH
           END-IF
           IF PROPOSTAS-ESTOURARAM
              DISPLAY "PROPFIN.DAT MAIOR QUE A TABELA - "
                 "ALTERACAO RECUSADA"
              EXIT PARAGRAPH
           END-IF
           IF PF-DATA-VENDA NOT NUMERIC OR PF-DATA-VENDA = 0
              DISPLAY "COTACAO AINDA NAO CONVERTIDA EM VENDA - "
                 "SEM RETORNO A RECEBER"
              EXIT PARAGRAPH
           END-IF
           IF PF-DATA-RETORNO IS NUMERIC AND PF-DATA-RETORNO > 0
              DISPLAY "RETORNO JA RECEBIDO EM " PF-DATA-RETORNO
              EXIT PARAGRAPH
           END-IF
           MOVE 0.01      TO WS-DEC-MIN
           MOVE 999999.99 TO WS-DEC-MAX
           MOVE "VALOR DO RETORNO RECEBIDO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO PF-VLR-RETORNO
           MOVE WS-HOJE TO PF-DATA-RETORNO
           MOVE PROPOSTA-FIN-REC TO WS-PROP-LINHA-TAB(WS-PROP-IDX)
           PERFORM GRAVA-PROPOSTAS
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "RETORNO DA PROPOSTA " DELIMITED BY SIZE
                  WS-BUSCA-COT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BUSCA-SEQ DELIMITED BY SIZE
                  " RECEBIDO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Por banco, as vendas ja convertidas em que o banco ainda
      *    deve o valor financiado (proposta nao paga) ou o retorno
      *    (nao recebido). As notas canceladas sao apuradas antes nos
      *    dois arquivos de vendas e as propostas delas ficam fora.
       RELATORIO-BANCOS-DEVEDORES.
           PERFORM CARREGA-PROPOSTAS
           PERFORM CARREGA-NOTAS-CANCELADAS
           PERFORM SEPARA-BANCOS-DEVEDORES
           IF WS-QTD-DEVIDAS = 0
              DISPLAY "NENHUM VALOR A RECEBER DOS BANCOS"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOT-GERAL-FIN
           MOVE 0 TO WS-TOT-GERAL-RET
           OPEN OUTPUT RELATORIO-BANCOS
           MOVE SPACES TO RELATORIO-BANCOS-REC
           STRING "===== VALORES A RECEBER DOS BANCOS PARCEIROS EM "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO RELATORIO-BANCOS-REC
           END-STRING
           WRITE RELATORIO-BANCOS-REC
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-BANCO-COUNT
              PERFORM RELATORIO-UM-BANCO
           END-PERFORM
           MOVE SPACES TO RELATORIO-BANCOS-REC
           WRITE RELATORIO-BANCOS-REC
           MOVE WS-TOT-GERAL-FIN TO WS-RT-FINANC
           MOVE SPACES TO RELATORIO-BANCOS-REC
           STRING "VALOR FINANCIADO A RECEBER DOS BANCOS: "
                  DELIMITED BY SIZE
                  WS-RT-FINANC DELIMITED BY SIZE
                  INTO RELATORIO-BANCOS-REC
           END-STRING
           WRITE RELATORIO-BANCOS-REC
           MOVE WS-TOT-GERAL-RET TO WS-RT-RETORNO
           MOVE SPACES TO RELATORIO-BANCOS-REC
           STRING "RETORNO A RECEBER DOS BANCOS:          "
                  DELIMITED BY SIZE
                  WS-RT-RETORNO DELIMITED BY SIZE
                  INTO RELATORIO-BANCOS-REC
           END-STRING
           WRITE RELATORIO-BANCOS-REC
           IF WS-QTD-CANC-FORA > 0
              MOVE SPACES TO RELATORIO-BANCOS-REC
              STRING "PROPOSTAS DE VENDA CANCELADA FORA DO RELATORIO: "
                     DELIMITED BY SIZE
                     WS-QTD-CANC-FORA DELIMITED BY SIZE
                     INTO RELATORIO-BANCOS-REC
              END-STRING
              WRITE RELATORIO-BANCOS-REC
           END-IF
           IF PROPOSTAS-ESTOURARAM
              MOVE "ATENCAO: PROPFIN.DAT MAIOR QUE A TABELA - PARCIAL"
                 TO RELATORIO-BANCOS-REC
              WRITE RELATORIO-BANCOS-REC
           END-IF
           CLOSE RELATORIO-BANCOS
           DISPLAY "RELATORIO GERADO EM PROPREL.DAT - " WS-BANCO-COUNT
              " BANCO(S), " WS-QTD-DEVIDAS " VENDA(S)".

       CARREGA-NOTAS-CANCELADAS.
           MOVE 0 TO WS-CANC-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM GUARDA-NOTA-CANCELADA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM GUARDA-NOTA-CANCELADA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       GUARDA-NOTA-CANCELADA.
           IF VD-CANCELADA AND VD-NF-NUMERO IS NUMERIC
              IF WS-CANC-COUNT < 2000
                 ADD 1 TO WS-CANC-COUNT
                 MOVE VD-NF-NUMERO TO WS-CANC-NF(WS-CANC-COUNT)
              ELSE
                 MOVE "Y" TO WS-CANC-ESTOURO
              END-IF
           END-IF.

       SEPARA-BANCOS-DEVEDORES.
           MOVE 0 TO WS-BANCO-COUNT
           MOVE 0 TO WS-QTD-DEVIDAS
           MOVE 0 TO WS-QTD-CANC-FORA
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-PROP-COUNT
              MOVE WS-PROP-LINHA-TAB(WS-J) TO PROPOSTA-FIN-REC
              PERFORM APURA-DEVIDO-PROPOSTA
              IF WS-DEV-FINANC > 0 OR WS-DEV-RETORNO > 0
                 PERFORM VERIFICA-NOTA-CANCELADA
                 IF NF-CANCELADA
                    ADD 1 TO WS-QTD-CANC-FORA
                 ELSE
                    ADD 1 TO WS-QTD-DEVIDAS
                    PERFORM GUARDA-BANCO-DEVEDOR
                 END-IF
              END-IF
           END-PERFORM.

      *    Devido so existe depois da venda: financiado enquanto o
      *    banco nao paga, retorno enquanto nao chega.
       APURA-DEVIDO-PROPOSTA.
           MOVE 0 TO WS-DEV-FINANC
           MOVE 0 TO WS-DEV-RETORNO
           IF PF-DATA-VENDA NOT NUMERIC OR PF-DATA-VENDA = 0
              EXIT PARAGRAPH
           END-IF
           IF NOT PF-PAGA AND PF-VLR-FINANC IS NUMERIC
              MOVE PF-VLR-FINANC TO WS-DEV-FINANC
           END-IF
           IF (PF-DATA-RETORNO NOT NUMERIC OR PF-DATA-RETORNO = 0)
                 AND PF-VLR-RETORNO IS NUMERIC
              MOVE PF-VLR-RETORNO TO WS-DEV-RETORNO
           END-IF.

       VERIFICA-NOTA-CANCELADA.
           MOVE "N" TO WS-NF-CANCELADA
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-CANC-COUNT OR NF-CANCELADA
              IF WS-CANC-NF(WS-K) = PF-NF-NUMERO
                 MOVE "Y" TO WS-NF-CANCELADA
              END-IF
           END-PERFORM.

       GUARDA-BANCO-DEVEDOR.
           MOVE "N" TO WS-ACHOU-BANCO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-BANCO-COUNT OR ACHOU-BANCO
              IF WS-BANCO-NOME(WS-I) = PF-BANCO
                 MOVE "Y" TO WS-ACHOU-BANCO
              END-IF
           END-PERFORM
           IF NOT ACHOU-BANCO AND WS-BANCO-COUNT < 100
              ADD 1 TO WS-BANCO-COUNT
              MOVE PF-BANCO TO WS-BANCO-NOME(WS-BANCO-COUNT)
           END-IF.

       RELATORIO-UM-BANCO.
           MOVE 0 TO WS-QTD-BANCO
           MOVE 0 TO WS-TOT-BCO-FIN
           MOVE 0 TO WS-TOT-BCO-RET
           MOVE SPACES TO RELATORIO-BANCOS-REC
           WRITE RELATORIO-BANCOS-REC
           MOVE SPACES TO RELATORIO-BANCOS-REC
           STRING "BANCO: " DELIMITED BY SIZE
                  WS-BANCO-NOME(WS-J) DELIMITED BY SIZE
                  INTO RELATORIO-BANCOS-REC
           END-STRING
           WRITE RELATORIO-BANCOS-REC
           MOVE SPACES TO RELATORIO-BANCOS-REC
           STRING "PROPOSTA  CLIENTE              VENDA     DIAS S"
                     DELIMITED BY SIZE
                  "    FINANCIADO    RETORNO"
                     DELIMITED BY SIZE
                  INTO RELATORIO-BANCOS-REC
           END-STRING
           WRITE RELATORIO-BANCOS-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PROP-COUNT
              MOVE WS-PROP-LINHA-TAB(WS-I) TO PROPOSTA-FIN-REC
              IF PF-BANCO = WS-BANCO-NOME(WS-J)
                 PERFORM APURA-DEVIDO-PROPOSTA
                 IF WS-DEV-FINANC > 0 OR WS-DEV-RETORNO > 0
                    PERFORM GRAVA-DETALHE-BANCO
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-QTD-BANCO   TO WS-RT-QTD
           MOVE WS-TOT-BCO-FIN TO WS-RT-FINANC
           MOVE WS-TOT-BCO-RET TO WS-RT-RETORNO
           WRITE RELATORIO-BANCOS-REC FROM WS-REL-TOTAL
           ADD WS-TOT-BCO-FIN TO WS-TOT-GERAL-FIN
           ADD WS-TOT-BCO-RET TO WS-TOT-GERAL-RET.

       GRAVA-DETALHE-BANCO.
           PERFORM VERIFICA-NOTA-CANCELADA
           IF NF-CANCELADA
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-BANCO
           ADD WS-DEV-FINANC  TO WS-TOT-BCO-FIN
           ADD WS-DEV-RETORNO TO WS-TOT-BCO-RET
           MOVE PF-COT-NUMERO  TO WS-RD-COT
           MOVE PF-SEQ         TO WS-RD-SEQ
           MOVE PF-CLIENTE     TO WS-RD-CLIENTE
           MOVE PF-DATA-VENDA  TO WS-RD-VENDA
           COMPUTE WS-DIAS-VENDA =
              FUNCTION INTEGER-OF-DATE(WS-HOJE)
              - FUNCTION INTEGER-OF-DATE(PF-DATA-VENDA)
              ON SIZE ERROR MOVE 0 TO WS-DIAS-VENDA
           END-COMPUTE
           MOVE WS-DIAS-VENDA  TO WS-RD-DIAS
           MOVE PF-SITUACAO    TO WS-RD-SIT
           MOVE WS-DEV-FINANC  TO WS-RD-FINANC
           MOVE WS-DEV-RETORNO TO WS-RD-RETORNO
           WRITE RELATORIO-BANCOS-REC FROM WS-REL-DETALHE.

       COPY "DATANEGP.cpy".

       COPY "DECVALIDP.cpy".

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".
