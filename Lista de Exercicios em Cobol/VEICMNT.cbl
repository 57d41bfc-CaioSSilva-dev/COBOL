      * de valorizacao do estoque (quantidade x VEIC-VALOR por modelo)
      * em VEICVAL.DAT. A venda processada pelo FOLHA-VENDEDOR baixa
      * o estoque automaticamente; o CARRO avisa ao cotar veiculo sem
      * estoque. O custo de aquisicao (VEIC-CUSTO, e VU-CUSTO na
      * unidade quando difere) e a base da margem bruta (MARGEM).
      * A transferencia de uma unidade entre filiais passa pelo
      * estado EM TRANSITO (fora do estoque vendavel) ate o
      * recebimento no destino, com o relatorio das abertas em
      * TRANSREL.DAT.
      * O recebimento e conferido contra o pedido de compra a
      * montadora (PEDCOMPR.DAT, emitido pelo PEDCOMPR): a quantidade
      * soma no pedido (parcial permitido) e fecha quando completa.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VALORIZACAO ASSIGN TO "VEICVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNID-STATUS.
           SELECT VEICULO-UNID-TRAB ASSIGN TO "VEICUNID.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTRB-STATUS.
           SELECT TRANSFERENCIA ASSIGN TO "TRANSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRF-STATUS.
           SELECT TRANSF-TRABALHO ASSIGN TO "TRANSF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTRB-STATUS.
           SELECT TRANSF-RELATORIO ASSIGN TO "TRANSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREL-STATUS.
           SELECT PEDIDO-COMPRA ASSIGN TO "PEDCOMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT PEDIDO-TRABALHO ASSIGN TO "PEDCOMPR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRB-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
       FD  VEICULO-UNIDADE.
       COPY "VEICUNIREC.cpy".

       FD  VEICULO-UNID-TRAB
           RECORD CONTAINS 39 CHARACTERS.
       01  VEICULO-UNID-TRAB-REC PIC X(39).

       FD  TRANSFERENCIA
           RECORD CONTAINS 56 CHARACTERS.
       COPY "TRANSREC.cpy".

       FD  TRANSF-TRABALHO
           RECORD CONTAINS 56 CHARACTERS.
       01  TRANSF-TRABALHO-REC   PIC X(56).

       FD  TRANSF-RELATORIO
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSF-RELATORIO-REC  PIC X(80).

       FD  PEDIDO-COMPRA
           RECORD CONTAINS 51 CHARACTERS.
       COPY "PEDCREC.cpy".

       FD  PEDIDO-TRABALHO
           RECORD CONTAINS 51 CHARACTERS.
       01  PEDIDO-TRABALHO-REC   PIC X(51).

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).
       77  WS-FIL-STATUS  PIC XX VALUE SPACES.
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "ARQTROCA.cpy".
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VAL-STATUS    PIC XX VALUE SPACES.
       77  WS-UNID-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-VEIC      PIC X VALUE "N".
           88 EOF-VEIC             VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-QTD-VEIC      PIC 9(4) VALUE 0.
       77  WS-BUSCA-ID      PIC 9(3).
       77  WS-ACHOU-VEIC    PIC X VALUE "N".
           88 ACHOU-VEIC           VALUE "Y".
       77  WS-VALOR-ITEM    PIC 9(9)V99.
       77  WS-VALOR-TOTAL   PIC 9(11)V99 VALUE 0.
      *    Transferencia entre filiais.
       77  WS-UTRB-STATUS   PIC XX VALUE SPACES.
       77  WS-TRF-STATUS    PIC XX VALUE SPACES.
       77  WS-TTRB-STATUS   PIC XX VALUE SPACES.
       77  WS-TREL-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-TRF       PIC X VALUE "N".
           88 EOF-TRF              VALUE "Y".
       77  WS-OPCAO-TRF     PIC 9 VALUE 0.
       77  WS-TRF-CHASSI    PIC X(17) VALUE SPACES.
       77  WS-TRF-PLACA     PIC X(7) VALUE SPACES.
       77  WS-TRF-VEIC      PIC 9(3) VALUE 0.
       77  WS-TRF-SIT       PIC X VALUE SPACE.
       77  WS-TRF-ORIGEM    PIC X(3) VALUE SPACES.
       77  WS-TRF-DESTINO   PIC X(3) VALUE SPACES.
       77  WS-TRF-NUMERO    PIC 9(6) VALUE 0.
       77  WS-TRF-ULTIMO    PIC 9(6) VALUE 0.
       77  WS-TRF-CHEGADA   PIC 9(8) VALUE 0.
       77  WS-TRF-SAIDA     PIC 9(8) VALUE 0.
       77  WS-TRF-NOVA-SIT  PIC X VALUE SPACE.
       77  WS-TRF-NOVA-FIL  PIC X(3) VALUE SPACES.
       77  WS-TRF-ABERTAS   PIC 9(5) VALUE 0.
       77  WS-TRF-DIAS      PIC S9(5) VALUE 0.
       77  WS-ACHOU-UNID    PIC X VALUE "N".
           88 ACHOU-UNID           VALUE "Y".
       77  WS-ACHOU-TRF     PIC X VALUE "N".
           88 ACHOU-TRF            VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       78  WS-DIAS-TRANSITO VALUE 7.
      *    Pedido de compra do recebimento.
       77  WS-PED-STATUS    PIC XX VALUE SPACES.
       77  WS-PTRB-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-PED       PIC X VALUE "N".
           88 EOF-PED              VALUE "Y".
       77  WS-PC-NUMERO     PIC 9(6) VALUE 0.
       77  WS-PC-ABERTO     PIC 9(6) VALUE 0.
       77  WS-PC-SALDO      PIC 9(3) VALUE 0.
       77  WS-PC-CUSTO      PIC 9(6)V99 VALUE 0.
       77  WS-PC-VALIDO     PIC X VALUE "N".
           88 PEDIDO-VALIDO        VALUE "Y".
       01  WS-TRF-LINHA.
           05  WS-TL-NUMERO     PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-VEIC       PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-PLACA      PIC X(7).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-ORIGEM     PIC X(3).
           05  FILLER           PIC X(4) VALUE " -> ".
           05  WS-TL-DESTINO    PIC X(3).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-SAIDA      PIC 9(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-TL-ALERTA     PIC X(8).
           05  FILLER           PIC X(8) VALUE SPACES.
       01  WS-VAL-LINHA.
           05  WS-VL-ID         PIC 9(3).
           05  FILLER           PIC X VALUE SPACE.
           PERFORM EXIBE-BANNER-TREINO
           PERFORM OBTEM-FILIAL
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "VEICUNID.DAT" TO WS-TROCA-VIVO
           MOVE "VEICUNID.TMP" TO WS-TROCA-TMP
           MOVE "VEICUNID.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           MOVE "TRANSF.DAT"   TO WS-TROCA-VIVO
           MOVE "TRANSF.TMP"   TO WS-TROCA-TMP
           MOVE "TRANSF.OLD"   TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           MOVE "PEDCOMPR.DAT" TO WS-TROCA-VIVO
           MOVE "PEDCOMPR.TMP" TO WS-TROCA-TMP
           MOVE "PEDCOMPR.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              DISPLAY "VEICMAST.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              OPEN OUTPUT VEICULO-MASTER
              CLOSE VEICULO-MASTER
              OPEN I-O VEICULO-MASTER
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== ESTOQUE DE VEICULOS ====="
              DISPLAY "(4) INCLUIR VEICULO"
              DISPLAY "(5) RELATORIO DE VALORIZACAO"
              DISPLAY "(6) LISTAR UNIDADES DE UM VEICULO"
              DISPLAY "(7) ALTERAR CUSTO DE AQUISICAO"
              DISPLAY "(8) TRANSFERENCIA ENTRE FILIAIS"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 4 PERFORM INCLUI-VEICULO
                 WHEN 5 PERFORM RELATORIO-VALORIZACAO
                 WHEN 6 PERFORM LISTA-UNIDADES
                 WHEN 7 PERFORM ALTERA-CUSTO
                 WHEN 8 PERFORM TRATA-TRANSFERENCIA
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           CLOSE VEICULO-MASTER
           GOBACK.

      *    Cada operacao le e regrava so o proprio registro pela
      *    chave VEIC-ID - a reserva gravada pelo CARRO no meio da
      *    sessao nunca e desfeita por uma imagem antiga do cadastro.
       LE-VEICULO.
           MOVE "N" TO WS-ACHOU-VEIC
           MOVE WS-BUSCA-ID TO VEIC-ID
           READ VEICULO-MASTER KEY IS VEIC-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACHOU-VEIC
                 IF VEIC-ESTOQUE NOT NUMERIC
                    MOVE 0 TO VEIC-ESTOQUE
                 END-IF
                 IF VEIC-RESERVADO NOT NUMERIC
                    MOVE 0 TO VEIC-RESERVADO
                 END-IF
                 IF VEIC-CUSTO NOT NUMERIC
                    MOVE 0 TO VEIC-CUSTO
                 END-IF
           END-READ.

       POSICIONA-INICIO-VEICULOS.
           MOVE "N" TO WS-EOF-VEIC
           MOVE 0 TO VEIC-ID
           START VEICULO-MASTER KEY IS >= VEIC-ID
              INVALID KEY
                 MOVE "Y" TO WS-EOF-VEIC
           END-START.

       BUSCA-VEICULO.
           MOVE 0   TO WS-NUM-MIN
           MOVE "ID DO VEICULO: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-BUSCA-ID
           PERFORM LE-VEICULO
           IF NOT ACHOU-VEIC
              DISPLAY "VEICULO " WS-BUSCA-ID " NAO ENCONTRADO"
           END-IF.

       LISTA-VEICULOS.
           DISPLAY "ID  MODELO               ESTOQUE RESERVADO LIVRE"
           MOVE 0 TO WS-QTD-VEIC
           PERFORM POSICIONA-INICIO-VEICULOS
           PERFORM UNTIL EOF-VEIC
              READ VEICULO-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-VEIC
                 NOT AT END
                    PERFORM LISTA-UM-VEICULO
              END-READ
           END-PERFORM
           IF WS-QTD-VEIC = 0
              DISPLAY "(NENHUM VEICULO CADASTRADO)"
           END-IF.

       LISTA-UM-VEICULO.
           ADD 1 TO WS-QTD-VEIC
           IF VEIC-ESTOQUE NOT NUMERIC
              MOVE 0 TO VEIC-ESTOQUE
           END-IF
           IF VEIC-RESERVADO NOT NUMERIC
              MOVE 0 TO VEIC-RESERVADO
           END-IF
           COMPUTE WS-ESTOQUE-LIVRE = VEIC-ESTOQUE - VEIC-RESERVADO
           IF VEIC-RESERVADO > VEIC-ESTOQUE
              MOVE 0 TO WS-ESTOQUE-LIVRE
           END-IF
           DISPLAY VEIC-ID " " VEIC-MODELO " "
              VEIC-ESTOQUE "     " VEIC-RESERVADO
              "       " WS-ESTOQUE-LIVRE.

       RECEBE-ESTOQUE.
           PERFORM BUSCA-VEICULO
           IF ACHOU-VEIC
              PERFORM VINCULA-PEDIDO-COMPRA
              IF NOT PEDIDO-VALIDO
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE 1   TO WS-NUM-MIN
              MOVE 999 TO WS-NUM-MAX
              MOVE "QUANTIDADE RECEBIDA: " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-QTD-RECEBIDA
              IF WS-PC-NUMERO > 0 AND WS-QTD-RECEBIDA > WS-PC-SALDO
                 DISPLAY "ATENCAO: RECEBIDO ACIMA DO SALDO DO PEDIDO "
                    WS-PC-NUMERO " - SAI COMO EXCEDIDO NO RELATORIO"
              END-IF
              ADD WS-NUM-ENTRADA TO VEIC-ESTOQUE
                 ON SIZE ERROR
                    MOVE 999 TO VEIC-ESTOQUE
              END-ADD
              PERFORM CADASTRA-UNIDADES-RECEBIDAS
              IF WS-PC-NUMERO > 0
                 PERFORM BAIXA-PEDIDO-COMPRA
              END-IF
              REWRITE VEICULO-MASTER-REC
              STRING "ESTOQUE DO VEICULO " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " AGORA " DELIMITED BY SIZE
                     VEIC-ESTOQUE DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
              PERFORM EXIBE-RECIBO-CONFIRMACAO

      *    Cada unidade recebida entra no registro fisico com chassi e
      *    placa - a venda precisa dizer QUAL carro saiu do patio.
      *    O custo so e pedido quando a unidade custou diferente do
      *    modelo (bonificacao de lote, frete, opcional de fabrica);
      *    zero deixa valer o VEIC-CUSTO - ou, no recebimento de um
      *    pedido com custo negociado diferente, o custo do pedido.
       CADASTRA-UNIDADES-RECEBIDAS.
           OPEN EXTEND VEICULO-UNIDADE
           IF WS-UNID-STATUS = "35"
              ACCEPT VU-CHASSI
              DISPLAY "PLACA: "
              ACCEPT VU-PLACA
              MOVE 0     TO WS-NUM-MIN
              MOVE 99999 TO WS-NUM-MAX
              IF WS-PC-NUMERO > 0
                 MOVE "CUSTO DA UNIDADE (0 = DO PEDIDO): "
                    TO WS-NUM-PROMPT
              ELSE
                 MOVE "CUSTO DA UNIDADE (0 = DO MODELO): "
                    TO WS-NUM-PROMPT
              END-IF
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VU-CUSTO
              IF WS-NUM-ENTRADA = 0 AND WS-PC-NUMERO > 0
                    AND WS-PC-CUSTO NOT = VEIC-CUSTO
                 MOVE WS-PC-CUSTO TO VU-CUSTO
              END-IF
              MOVE WS-FILIAL-CODIGO TO VU-FILIAL
              SET VU-DISPONIVEL TO TRUE
              WRITE VEICULO-UNIDADE-REC
           END-PERFORM
           CLOSE VEICULO-UNIDADE.

      *    O recebimento diz de qual pedido e a carga: pedido de
      *    outro veiculo, inexistente ou ja fechado recusa o
      *    recebimento. Zero lanca sem pedido (devolucao, troca entre
      *    concessionarias), com aviso se o modelo tem pedido aberto.
       VINCULA-PEDIDO-COMPRA.
           MOVE "N" TO WS-PC-VALIDO
           MOVE 0 TO WS-PC-ABERTO
           MOVE 0 TO WS-PC-SALDO
           MOVE 0 TO WS-PC-CUSTO
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = SEM PEDIDO): "
           MOVE 0 TO WS-PC-NUMERO
           ACCEPT WS-PC-NUMERO
           MOVE "N" TO WS-EOF-PED
           OPEN INPUT PEDIDO-COMPRA
           IF WS-PED-STATUS NOT = "35"
              PERFORM UNTIL EOF-PED
                 READ PEDIDO-COMPRA
                    AT END
                       MOVE "Y" TO WS-EOF-PED
                    NOT AT END
                       PERFORM CONFERE-PEDIDO-COMPRA
                 END-READ
              END-PERFORM
              CLOSE PEDIDO-COMPRA
           END-IF
           IF WS-PC-NUMERO = 0
              MOVE "Y" TO WS-PC-VALIDO
              IF WS-PC-ABERTO > 0
                 DISPLAY "ATENCAO: VEICULO " WS-BUSCA-ID " TEM O "
                    "PEDIDO " WS-PC-ABERTO " EM ABERTO - RECEBIMENTO "
                    "LANCADO SEM PEDIDO"
              ELSE
                 DISPLAY "RECEBIMENTO SEM PEDIDO DE COMPRA"
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT PEDIDO-VALIDO
              DISPLAY "PEDIDO " WS-PC-NUMERO " NAO ENCONTRADO EM "
                 "ABERTO PARA O VEICULO " WS-BUSCA-ID
                 " - RECEBIMENTO RECUSADO"
           END-IF.

       CONFERE-PEDIDO-COMPRA.
           IF PC-VEIC-ID NOT = WS-BUSCA-ID OR NOT PC-ABERTO
              EXIT PARAGRAPH
           END-IF
           IF WS-PC-ABERTO = 0
              MOVE PC-NUMERO TO WS-PC-ABERTO
           END-IF
           IF WS-PC-NUMERO > 0 AND PC-NUMERO = WS-PC-NUMERO
              MOVE "Y" TO WS-PC-VALIDO
              COMPUTE WS-PC-SALDO = PC-QTD-PEDIDA - PC-QTD-RECEBIDA
              MOVE PC-CUSTO-UNIT TO WS-PC-CUSTO
              DISPLAY "PEDIDO " PC-NUMERO " DE " PC-DATA-EMISSAO
                 ": PEDIDA " PC-QTD-PEDIDA " RECEBIDA "
                 PC-QTD-RECEBIDA " SALDO " WS-PC-SALDO
           END-IF.

      *    Soma a carga no pedido pelo arquivo de trabalho e giro de
      *    nomes (PEDCOMPR.TMP); completo, o pedido fecha.
       BAIXA-PEDIDO-COMPRA.
           MOVE "N" TO WS-EOF-PED
           MOVE "PEDCOMPR.DAT" TO WS-TROCA-VIVO
           MOVE "PEDCOMPR.TMP" TO WS-TROCA-TMP
           MOVE "PEDCOMPR.OLD" TO WS-TROCA-OLD
           OPEN INPUT PEDIDO-COMPRA
           OPEN OUTPUT PEDIDO-TRABALHO
           PERFORM UNTIL EOF-PED
              READ PEDIDO-COMPRA
                 AT END
                    MOVE "Y" TO WS-EOF-PED
                 NOT AT END
                    IF PC-NUMERO = WS-PC-NUMERO
                       ADD WS-QTD-RECEBIDA TO PC-QTD-RECEBIDA
                          ON SIZE ERROR
                             MOVE 999 TO PC-QTD-RECEBIDA
                       END-ADD
                       MOVE WS-HOJE TO PC-DATA-ULT-RECEB
                       IF PC-QTD-RECEBIDA >= PC-QTD-PEDIDA
                          SET PC-FECHADO TO TRUE
                       END-IF
                    END-IF
                    WRITE PEDIDO-TRABALHO-REC FROM PEDIDO-COMPRA-REC
              END-READ
           END-PERFORM
           CLOSE PEDIDO-COMPRA
           CLOSE PEDIDO-TRABALHO
           PERFORM EFETIVA-TROCA-ARQUIVO.

       LISTA-UNIDADES.
           PERFORM BUSCA-VEICULO
           IF ACHOU-VEIC
                 DISPLAY "VEICUNID.DAT NAO ENCONTRADO - "
                    "NENHUMA UNIDADE CADASTRADA"
              ELSE
                 DISPLAY "CHASSI            PLACA   SITUACAO FILIAL"
                 PERFORM UNTIL EOF-UNID
                    READ VEICULO-UNIDADE
                       AT END
                          IF VU-VEIC-ID = WS-BUSCA-ID
                             ADD 1 TO WS-QTD-LISTADAS
                             DISPLAY VU-CHASSI " " VU-PLACA " "
                                VU-SITUACAO "        " VU-FILIAL
                          END-IF
                    END-READ
                 END-PERFORM
       AJUSTA-ESTOQUE.
           PERFORM BUSCA-VEICULO
           IF ACHOU-VEIC
              DISPLAY "ESTOQUE ATUAL: " VEIC-ESTOQUE
              MOVE 0   TO WS-NUM-MIN
              MOVE 999 TO WS-NUM-MAX
              MOVE "NOVA QUANTIDADE: " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-ESTOQUE
              REWRITE VEICULO-MASTER-REC
              STRING "ESTOQUE DO VEICULO " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " AJUSTADO" DELIMITED BY SIZE
           END-IF.

       INCLUI-VEICULO.
           MOVE 1   TO WS-NUM-MIN
           MOVE 999 TO WS-NUM-MAX
           MOVE "ID DO VEICULO NOVO: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-BUSCA-ID
           PERFORM LE-VEICULO
           IF ACHOU-VEIC
              DISPLAY "VEICULO " WS-BUSCA-ID " JA CADASTRADO - "
                 "USE RECEBER/AJUSTAR ESTOQUE"
           ELSE
              MOVE SPACES TO VEICULO-MASTER-REC
              MOVE WS-BUSCA-ID TO VEIC-ID
              DISPLAY "MODELO: "
              ACCEPT VEIC-MODELO
              MOVE 1      TO WS-NUM-MIN
              MOVE 99999  TO WS-NUM-MAX
              MOVE "VALOR (INTEIRO, SEM CENTAVOS): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-VALOR
              MOVE 0   TO WS-NUM-MIN
              MOVE 999 TO WS-NUM-MAX
              MOVE "COMISSAO POR CARRO (INTEIRO): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-COMISSAO
              MOVE 0      TO WS-NUM-MIN
              MOVE 99999  TO WS-NUM-MAX
              MOVE "CUSTO DE AQUISICAO (INTEIRO): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-CUSTO
              MOVE 0   TO WS-NUM-MIN
              MOVE 999 TO WS-NUM-MAX
              MOVE "ESTOQUE INICIAL: " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-ESTOQUE
              MOVE 0 TO VEIC-RESERVADO
              MOVE WS-FILIAL-CODIGO TO VEIC-FILIAL
              WRITE VEICULO-MASTER-REC
                 INVALID KEY
                    DISPLAY "VEICULO " WS-BUSCA-ID " JA CADASTRADO"
                 NOT INVALID KEY
                    MOVE "VEICULO INCLUIDO" TO WS-RECIBO-DESCRICAO
                    PERFORM EXIBE-RECIBO-CONFIRMACAO
              END-WRITE
           END-IF.

      *    Custo do modelo para as proximas vendas - as vendas ja
      *    gravadas guardam o custo da epoca em VD-CUSTO.
       ALTERA-CUSTO.
           PERFORM BUSCA-VEICULO
           IF ACHOU-VEIC
              DISPLAY "CUSTO ATUAL: " VEIC-CUSTO
                 "  PRECO DE VENDA: " VEIC-VALOR
              MOVE 0      TO WS-NUM-MIN
              MOVE 99999  TO WS-NUM-MAX
              MOVE "NOVO CUSTO (INTEIRO): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO VEIC-CUSTO
              IF VEIC-CUSTO > VEIC-VALOR
                 DISPLAY "ATENCAO: CUSTO ACIMA DO PRECO DE VENDA"
              END-IF
              REWRITE VEICULO-MASTER-REC
              STRING "CUSTO DO VEICULO " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " ALTERADO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
              PERFORM EXIBE-RECIBO-CONFIRMACAO
           END-IF.

       RELATORIO-VALORIZACAO.
           MOVE "===== VALORIZACAO DO ESTOQUE =====" TO
              VALORIZACAO-REC
           WRITE VALORIZACAO-REC
           PERFORM POSICIONA-INICIO-VEICULOS
           PERFORM UNTIL EOF-VEIC
              READ VEICULO-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-VEIC
                 NOT AT END
                    PERFORM VALORIZA-UM-VEICULO
              END-READ
           END-PERFORM
           MOVE WS-VALOR-TOTAL TO WS-VT-TOTAL-ED
           WRITE VALORIZACAO-REC FROM WS-VAL-TOTAL-LINHA
           CLOSE VALORIZACAO
           DISPLAY "RELATORIO DE VALORIZACAO GERADO EM VEICVAL.DAT".

       VALORIZA-UM-VEICULO.
           IF VEIC-ESTOQUE NOT NUMERIC
              MOVE 0 TO VEIC-ESTOQUE
           END-IF
           COMPUTE WS-VALOR-ITEM = VEIC-ESTOQUE * VEIC-VALOR
           ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL
           MOVE VEIC-ID       TO WS-VL-ID
           MOVE VEIC-MODELO   TO WS-VL-MODELO
           MOVE VEIC-ESTOQUE  TO WS-VL-QTD
           MOVE WS-VALOR-ITEM TO WS-VL-VALOR
           WRITE VALORIZACAO-REC FROM WS-VAL-LINHA.

      *    Transferencia de UMA unidade (chassi) entre filiais. A
      *    saida tira a unidade do estoque vendavel do modelo (nem o
      *    CARRO vende, nem reserva) e a deixa EM TRANSITO; a chegada
      *    a devolve ao estoque, agora na filial de destino.
       TRATA-TRANSFERENCIA.
           MOVE 0 TO WS-OPCAO-TRF
           PERFORM UNTIL WS-OPCAO-TRF = 9
              DISPLAY "===== TRANSFERENCIA ENTRE FILIAIS ====="
              DISPLAY "(1) ENVIAR UNIDADE"
              DISPLAY "(2) RECEBER UNIDADE"
              DISPLAY "(3) RELATORIO DE TRANSFERENCIAS ABERTAS"
              DISPLAY "(9) VOLTAR"
              ACCEPT WS-OPCAO-TRF
              EVALUATE WS-OPCAO-TRF
                 WHEN 1 PERFORM ENVIA-TRANSFERENCIA
                 WHEN 2 PERFORM RECEBE-TRANSFERENCIA
                 WHEN 3 PERFORM RELATORIO-TRANSFERENCIAS
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM.

       ENVIA-TRANSFERENCIA.
           DISPLAY "CHASSI DA UNIDADE: "
           ACCEPT WS-TRF-CHASSI
           PERFORM LOCALIZA-UNIDADE-CHASSI
           IF NOT ACHOU-UNID
              DISPLAY "CHASSI " WS-TRF-CHASSI " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           IF WS-TRF-SIT NOT = "D"
              DISPLAY "UNIDADE NAO DISPONIVEL (SITUACAO " WS-TRF-SIT
                 ") - TRANSFERENCIA RECUSADA"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TRF-VEIC TO WS-BUSCA-ID
           PERFORM LE-VEICULO
           IF NOT ACHOU-VEIC
              DISPLAY "VEICULO " WS-TRF-VEIC " DA UNIDADE NAO "
                 "CADASTRADO NO VEICMAST"
              EXIT PARAGRAPH
           END-IF
           IF VEIC-ESTOQUE <= VEIC-RESERVADO
              DISPLAY "SEM ESTOQUE LIVRE DO VEICULO " WS-TRF-VEIC
                 " - UNIDADES RESERVADAS POR COTACAO"
              EXIT PARAGRAPH
           END-IF
           IF WS-TRF-ORIGEM = SPACES
              MOVE VEIC-FILIAL TO WS-TRF-ORIGEM
           END-IF
           IF WS-TRF-ORIGEM = SPACES
              MOVE WS-FILIAL-CODIGO TO WS-TRF-ORIGEM
           END-IF
           DISPLAY "FILIAL DE ORIGEM: " WS-TRF-ORIGEM
           DISPLAY "FILIAL DE DESTINO: "
           MOVE SPACES TO WS-TRF-DESTINO
           ACCEPT WS-TRF-DESTINO
           IF WS-TRF-DESTINO = SPACES
                 OR WS-TRF-DESTINO = WS-TRF-ORIGEM
              DISPLAY "DESTINO INVALIDO - TRANSFERENCIA RECUSADA"
              EXIT PARAGRAPH
           END-IF
           MOVE "T" TO WS-TRF-NOVA-SIT
           MOVE WS-TRF-ORIGEM TO WS-TRF-NOVA-FIL
           PERFORM REGRAVA-UNIDADE-CHASSI
           PERFORM PROXIMO-NUMERO-TRANSF
           MOVE SPACES          TO TRANSFERENCIA-REC
           MOVE WS-TRF-NUMERO   TO TR-NUMERO
           MOVE WS-TRF-VEIC     TO TR-VEIC-ID
           MOVE WS-TRF-CHASSI   TO TR-CHASSI
           MOVE WS-TRF-PLACA    TO TR-PLACA
           MOVE WS-TRF-ORIGEM   TO TR-FIL-ORIGEM
           MOVE WS-TRF-DESTINO  TO TR-FIL-DESTINO
           MOVE WS-HOJE         TO TR-DATA-SAIDA
           MOVE 0               TO TR-DATA-CHEGADA
           SET TR-EM-TRANSITO TO TRUE
           OPEN EXTEND TRANSFERENCIA
           IF WS-TRF-STATUS = "35"
              CLOSE TRANSFERENCIA
              OPEN OUTPUT TRANSFERENCIA
           END-IF
           WRITE TRANSFERENCIA-REC
           CLOSE TRANSFERENCIA
           SUBTRACT 1 FROM VEIC-ESTOQUE
           REWRITE VEICULO-MASTER-REC
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "TRANSFERENCIA " DELIMITED BY SIZE
                  WS-TRF-NUMERO DELIMITED BY SIZE
                  " EM TRANSITO PARA " DELIMITED BY SIZE
                  WS-TRF-DESTINO DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       RECEBE-TRANSFERENCIA.
           DISPLAY "NUMERO DA TRANSFERENCIA: "
           ACCEPT WS-TRF-NUMERO
           MOVE "N" TO WS-ACHOU-TRF
           MOVE "N" TO WS-EOF-TRF
           OPEN INPUT TRANSFERENCIA
           IF WS-TRF-STATUS = "35"
              DISPLAY "TRANSF.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-TRF
              READ TRANSFERENCIA
                 AT END
                    MOVE "Y" TO WS-EOF-TRF
                 NOT AT END
                    IF TR-NUMERO = WS-TRF-NUMERO
                       MOVE "Y" TO WS-ACHOU-TRF
                       MOVE "Y" TO WS-EOF-TRF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSFERENCIA
           IF NOT ACHOU-TRF
              DISPLAY "TRANSFERENCIA " WS-TRF-NUMERO " NAO ENCONTRADA"
              EXIT PARAGRAPH
           END-IF
           IF NOT TR-EM-TRANSITO
              DISPLAY "TRANSFERENCIA " WS-TRF-NUMERO " JA RECEBIDA EM "
                 TR-DATA-CHEGADA
              EXIT PARAGRAPH
           END-IF
           MOVE TR-CHASSI      TO WS-TRF-CHASSI
           MOVE TR-VEIC-ID     TO WS-TRF-VEIC
           MOVE TR-FIL-DESTINO TO WS-TRF-DESTINO
           MOVE TR-DATA-SAIDA  TO WS-TRF-SAIDA
           DISPLAY "CHASSI " TR-CHASSI " DE " TR-FIL-ORIGEM " PARA "
              TR-FIL-DESTINO " SAIDA " TR-DATA-SAIDA
           DISPLAY "DATA DE CHEGADA (AAAAMMDD, ZERO = HOJE): "
           MOVE 0 TO WS-TRF-CHEGADA
           ACCEPT WS-TRF-CHEGADA
           IF WS-TRF-CHEGADA = 0
              MOVE WS-HOJE TO WS-TRF-CHEGADA
           END-IF
           IF WS-TRF-CHEGADA < WS-TRF-SAIDA
                 OR WS-TRF-CHEGADA > WS-HOJE
              DISPLAY "DATA DE CHEGADA FORA DO PERIODO DA "
                 "TRANSFERENCIA - RECEBIMENTO RECUSADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM FECHA-TRANSFERENCIA
           MOVE "D" TO WS-TRF-NOVA-SIT
           MOVE WS-TRF-DESTINO TO WS-TRF-NOVA-FIL
           PERFORM REGRAVA-UNIDADE-CHASSI
           MOVE WS-TRF-VEIC TO WS-BUSCA-ID
           PERFORM LE-VEICULO
           IF ACHOU-VEIC
              ADD 1 TO VEIC-ESTOQUE
                 ON SIZE ERROR
                    MOVE 999 TO VEIC-ESTOQUE
              END-ADD
              REWRITE VEICULO-MASTER-REC
           END-IF
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "TRANSFERENCIA " DELIMITED BY SIZE
                  WS-TRF-NUMERO DELIMITED BY SIZE
                  " RECEBIDA EM " DELIMITED BY SIZE
                  WS-TRF-DESTINO DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

      *    Relatorio das transferencias ainda EM TRANSITO, com os dias
      *    desde a saida - acima de WS-DIAS-TRANSITO sai ATRASADA
      *    para cobrar as duas lojas.
       RELATORIO-TRANSFERENCIAS.
           MOVE 0 TO WS-TRF-ABERTAS
           MOVE "N" TO WS-EOF-TRF
           OPEN OUTPUT TRANSF-RELATORIO
           MOVE "===== TRANSFERENCIAS EM TRANSITO ====="
              TO TRANSF-RELATORIO-REC
           WRITE TRANSF-RELATORIO-REC
           MOVE SPACES TO TRANSF-RELATORIO-REC
           STRING "NUMERO VEI CHASSI            PLACA   ORI    DES "
                     DELIMITED BY SIZE
                  "SAIDA     DIAS" DELIMITED BY SIZE
                  INTO TRANSF-RELATORIO-REC
           END-STRING
           WRITE TRANSF-RELATORIO-REC
           OPEN INPUT TRANSFERENCIA
           IF WS-TRF-STATUS NOT = "35"
              PERFORM UNTIL EOF-TRF
                 READ TRANSFERENCIA
                    AT END
                       MOVE "Y" TO WS-EOF-TRF
                    NOT AT END
                       IF TR-EM-TRANSITO
                          PERFORM LISTA-TRANSFERENCIA-ABERTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSFERENCIA
           END-IF
           MOVE SPACES TO TRANSF-RELATORIO-REC
           STRING "TRANSFERENCIAS ABERTAS: " DELIMITED BY SIZE
                  WS-TRF-ABERTAS DELIMITED BY SIZE
                  INTO TRANSF-RELATORIO-REC
           END-STRING
           WRITE TRANSF-RELATORIO-REC
           CLOSE TRANSF-RELATORIO
           DISPLAY "RELATORIO GERADO EM TRANSREL.DAT - "
              WS-TRF-ABERTAS " TRANSFERENCIA(S) ABERTA(S)".

       LISTA-TRANSFERENCIA-ABERTA.
           ADD 1 TO WS-TRF-ABERTAS
           COMPUTE WS-TRF-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-HOJE)
              - FUNCTION INTEGER-OF-DATE(TR-DATA-SAIDA)
           MOVE SPACES TO WS-TL-ALERTA
           IF WS-TRF-DIAS > WS-DIAS-TRANSITO
              MOVE "ATRASADA" TO WS-TL-ALERTA
           END-IF
           MOVE TR-NUMERO      TO WS-TL-NUMERO
           MOVE TR-VEIC-ID     TO WS-TL-VEIC
           MOVE TR-CHASSI      TO WS-TL-CHASSI
           MOVE TR-PLACA       TO WS-TL-PLACA
           MOVE TR-FIL-ORIGEM  TO WS-TL-ORIGEM
           MOVE TR-FIL-DESTINO TO WS-TL-DESTINO
           MOVE TR-DATA-SAIDA  TO WS-TL-SAIDA
           MOVE WS-TRF-DIAS    TO WS-TL-DIAS
           WRITE TRANSF-RELATORIO-REC FROM WS-TRF-LINHA.

       LOCALIZA-UNIDADE-CHASSI.
           MOVE "N" TO WS-ACHOU-UNID
           MOVE "N" TO WS-EOF-UNID
           OPEN INPUT VEICULO-UNIDADE
           IF WS-UNID-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-UNID
              READ VEICULO-UNIDADE
                 AT END
                    MOVE "Y" TO WS-EOF-UNID
                 NOT AT END
                    IF VU-CHASSI = WS-TRF-CHASSI
                       MOVE "Y" TO WS-ACHOU-UNID
                       MOVE "Y" TO WS-EOF-UNID
                       MOVE VU-VEIC-ID  TO WS-TRF-VEIC
                       MOVE VU-PLACA    TO WS-TRF-PLACA
                       MOVE VU-SITUACAO TO WS-TRF-SIT
                       MOVE VU-FILIAL   TO WS-TRF-ORIGEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEICULO-UNIDADE.

      *    Situacao e filial novas da unidade WS-TRF-CHASSI, pelo
      *    arquivo de trabalho e giro de nomes (VEICUNID.TMP) - o
      *    mesmo caminho da baixa de unidade na venda do CARRO.
       REGRAVA-UNIDADE-CHASSI.
           MOVE "N" TO WS-EOF-UNID
           MOVE "VEICUNID.DAT" TO WS-TROCA-VIVO
           MOVE "VEICUNID.TMP" TO WS-TROCA-TMP
           MOVE "VEICUNID.OLD" TO WS-TROCA-OLD
           OPEN INPUT VEICULO-UNIDADE
           OPEN OUTPUT VEICULO-UNID-TRAB
           PERFORM UNTIL EOF-UNID
              READ VEICULO-UNIDADE
                 AT END
                    MOVE "Y" TO WS-EOF-UNID
                 NOT AT END
                    IF VU-CHASSI = WS-TRF-CHASSI
                       MOVE WS-TRF-NOVA-SIT TO VU-SITUACAO
                       MOVE WS-TRF-NOVA-FIL TO VU-FILIAL
                    END-IF
                    WRITE VEICULO-UNID-TRAB-REC
                       FROM VEICULO-UNIDADE-REC
              END-READ
           END-PERFORM
           CLOSE VEICULO-UNIDADE
           CLOSE VEICULO-UNID-TRAB
           PERFORM EFETIVA-TROCA-ARQUIVO.

       FECHA-TRANSFERENCIA.
           MOVE "N" TO WS-EOF-TRF
           MOVE "TRANSF.DAT" TO WS-TROCA-VIVO
           MOVE "TRANSF.TMP" TO WS-TROCA-TMP
           MOVE "TRANSF.OLD" TO WS-TROCA-OLD
           OPEN INPUT TRANSFERENCIA
           OPEN OUTPUT TRANSF-TRABALHO
           PERFORM UNTIL EOF-TRF
              READ TRANSFERENCIA
                 AT END
                    MOVE "Y" TO WS-EOF-TRF
                 NOT AT END
                    IF TR-NUMERO = WS-TRF-NUMERO
                       SET TR-RECEBIDA TO TRUE
                       MOVE WS-TRF-CHEGADA TO TR-DATA-CHEGADA
                    END-IF
                    WRITE TRANSF-TRABALHO-REC FROM TRANSFERENCIA-REC
              END-READ
           END-PERFORM
           CLOSE TRANSFERENCIA
           CLOSE TRANSF-TRABALHO
           PERFORM EFETIVA-TROCA-ARQUIVO.

      *    Numeracao pela ordem do arquivo: a proxima e a maior
      *    gravada mais um.
       PROXIMO-NUMERO-TRANSF.
           MOVE 0 TO WS-TRF-ULTIMO
           MOVE "N" TO WS-EOF-TRF
           OPEN INPUT TRANSFERENCIA
           IF WS-TRF-STATUS NOT = "35"
              PERFORM UNTIL EOF-TRF
                 READ TRANSFERENCIA
                    AT END
                       MOVE "Y" TO WS-EOF-TRF
                    NOT AT END
                       IF TR-NUMERO > WS-TRF-ULTIMO
                          MOVE TR-NUMERO TO WS-TRF-ULTIMO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSFERENCIA
           END-IF
           COMPUTE WS-TRF-NUMERO = WS-TRF-ULTIMO + 1.

       COPY "NUMVALIDP.cpy".

       COPY "RECIBOP.cpy".
       COPY "SANDBOXP.cpy".

       COPY "FILIALP.cpy".

       COPY "ARQTROCAP.cpy".
