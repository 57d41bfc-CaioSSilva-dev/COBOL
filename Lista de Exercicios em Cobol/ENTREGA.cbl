      *   pendentes   - relatorio diario das entregas nao realizadas
      *     em ordem de data prometida, com ATRASADA marcada quando a
      *     promessa ja venceu na data de negocio (ENTRPEND.DAT).
      *   Chassi com campanha de recall pendente (RECALACO.DAT,
      *   apurado pelo RECALL) nao tem a entrega confirmada antes do
      *   reparo; e so com o emplacamento concluido (registro
      *   recebido do DETRAN em EMPLAC.DAT) o carro sai da loja.
      *   A entrega confirmada semeia tambem a pesquisa de satisfacao
      *   (PESQSAT.DAT) que o PESQSAT envia dias depois.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT RECALL-UNIDADE ASSIGN TO "RECALACO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT EMPLACAMENTO ASSIGN TO "EMPLAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPL-STATUS.
           SELECT PESQUISA-SATISFACAO ASSIGN TO "PESQSAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  RECALL-UNIDADE.
       COPY "RECUNREC.cpy".

       FD  EMPLACAMENTO.
       COPY "EMPLREC.cpy".

       FD  PESQUISA-SATISFACAO.
       COPY "PESQREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       77  WS-SRV-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-RUN-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-RUN       PIC X VALUE "N".
           88 EOF-RUN              VALUE "Y".
       77  WS-RECALL-COD    PIC X(6) VALUE SPACES.
       77  WS-EMPL-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-EMPL      PIC X VALUE "N".
           88 EOF-EMPL             VALUE "Y".
       77  WS-QTD-EMPL      PIC 9(3) VALUE 0.
       77  WS-QTD-EMPL-ABERTO PIC 9(3) VALUE 0.
       77  WS-EOF-VND       PIC X VALUE "N".
           88 EOF-VND              VALUE "Y".
       77  WS-CLIENTE-ID-SRV PIC X(6) VALUE SPACES.
       77  WS-VENDEDOR-SRV  PIC X(6) VALUE SPACES.
       77  WS-FILIAL-SRV    PIC X(3) VALUE SPACES.
      *    A carta de pesquisa sai uma semana depois da entrega - o
      *    cliente ja rodou com o carro e ainda lembra da loja.
       77  WS-PESQ-STATUS   PIC XX VALUE SPACES.
       77  WS-PESQ-PRAZO    PIC 9(3) VALUE 7.
       77  WS-PESQ-INT      PIC 9(8).
       01  WS-END-CORR.
           05  WS-EC-ENDERECO   PIC X(40).
           05  WS-EC-CIDADE     PIC X(20).
       CONFIRMA-ENTREGA.
           PERFORM LOCALIZA-ENTREGA
           IF ACHOU-ENTR
              PERFORM VERIFICA-RECALL-PENDENTE
              IF WS-RECALL-COD NOT = SPACES
                 DISPLAY "CHASSI " EN-CHASSI " COM RECALL "
                    WS-RECALL-COD " PENDENTE - ENTREGA BLOQUEADA "
                    "ATE O REPARO"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              PERFORM VERIFICA-EMPLACAMENTO
              IF WS-QTD-EMPL = 0
                 DISPLAY "NOTA " WS-BUSCA-NF " SEM PROCESSO DE "
                    "EMPLACAMENTO - ABRIR NO EMPLAC ANTES DA ENTREGA"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              IF WS-QTD-EMPL-ABERTO > 0
                 DISPLAY WS-QTD-EMPL-ABERTO " EMPLACAMENTO(S) DA "
                    "VENDA SEM REGISTRO RECEBIDO - ENTREGA BLOQUEADA"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              SET EN-ENTREGUE TO TRUE
              SET EN-PREP-CONCLUIDA TO TRUE
              MOVE WS-HOJE TO EN-DATA-ENTREGA
      *    onde buscar - CUSTMAST nao guarda endereco).
       SEMEIA-AGENDA-SERVICO.
           MOVE SPACES TO WS-CLIENTE-ID-SRV
           MOVE SPACES TO WS-VENDEDOR-SRV
           MOVE SPACES TO WS-FILIAL-SRV
           MOVE "N" TO WS-EOF-VND
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
                             AND VD-NF-NUMERO = WS-BUSCA-NF
                          MOVE VD-CLIENTE-ID
                             TO WS-CLIENTE-ID-SRV
                          MOVE VD-VENDEDOR-ID TO WS-VENDEDOR-SRV
                          MOVE VD-FILIAL      TO WS-FILIAL-SRV
                          MOVE "Y" TO WS-EOF-VND
                       END-IF
                 END-READ
           WRITE SERVICO-REC
           CLOSE SERVICO-AGENDA
           DISPLAY "REVISOES DE 6 E 12 MESES SEMEADAS NA AGENDA "
              "DE SERVICO"
           PERFORM SEMEIA-PESQUISA-SATISFACAO.

      *    Uma pesquisa por entrega, com o vendedor e a filial da
      *    venda da nota para a apuracao do NPS do PESQSAT.
       SEMEIA-PESQUISA-SATISFACAO.
           MOVE SPACES TO PESQUISA-REC
           MOVE WS-BUSCA-NF       TO PQ-NF-NUMERO
           MOVE WS-CLIENTE-ID-SRV TO PQ-CLIENTE-ID
           MOVE EN-CLIENTE        TO PQ-CLIENTE
           MOVE WS-VENDEDOR-SRV   TO PQ-VENDEDOR-ID
           MOVE WS-FILIAL-SRV     TO PQ-FILIAL
           MOVE WS-HOJE           TO PQ-DATA-ENTREGA
           COMPUTE WS-PESQ-INT =
              FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PESQ-PRAZO
           COMPUTE PQ-DATA-ENVIO =
              FUNCTION DATE-OF-INTEGER(WS-PESQ-INT)
           SET PQ-PENDENTE TO TRUE
           MOVE 0 TO PQ-DATA-RESPOSTA
           MOVE 0 TO PQ-NOTA-RECOMENDA
           MOVE 0 TO PQ-NOTA-ENTREGA
           MOVE 0 TO PQ-NOTA-VENDEDOR
           MOVE WS-EC-ENDERECO TO PQ-ENDERECO
           MOVE WS-EC-CIDADE   TO PQ-CIDADE
           MOVE WS-EC-UF       TO PQ-UF
           MOVE WS-EC-CEP      TO PQ-CEP
           OPEN EXTEND PESQUISA-SATISFACAO
           IF WS-PESQ-STATUS = "35"
              CLOSE PESQUISA-SATISFACAO
              OPEN OUTPUT PESQUISA-SATISFACAO
           END-IF
           WRITE PESQUISA-REC
           CLOSE PESQUISA-SATISFACAO
           DISPLAY "PESQUISA DE SATISFACAO PROGRAMADA PARA "
              PQ-DATA-ENVIO.

      *    Primeira campanha de recall ainda pendente para o chassi
      *    da entrega (brancos = nenhuma).
       VERIFICA-RECALL-PENDENTE.
           MOVE SPACES TO WS-RECALL-COD
           IF EN-CHASSI = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-RUN
           OPEN INPUT RECALL-UNIDADE
           IF WS-RUN-STATUS NOT = "35"
              PERFORM UNTIL EOF-RUN
                 READ RECALL-UNIDADE
                    AT END
                       MOVE "Y" TO WS-EOF-RUN
                    NOT AT END
                       IF RU-CHASSI = EN-CHASSI AND RU-PENDENTE
                          MOVE RU-CODIGO TO WS-RECALL-COD
                          MOVE "Y" TO WS-EOF-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECALL-UNIDADE
           END-IF.

      *    Processos de emplacamento da venda entregue: o da propria
      *    nota e, na cotacao de varias unidades (uma entrega so),
      *    os de todas as notas da mesma cotacao.
       VERIFICA-EMPLACAMENTO.
           MOVE 0 TO WS-QTD-EMPL
           MOVE 0 TO WS-QTD-EMPL-ABERTO
           MOVE "N" TO WS-EOF-EMPL
           OPEN INPUT EMPLACAMENTO
           IF WS-EMPL-STATUS NOT = "35"
              PERFORM UNTIL EOF-EMPL
                 READ EMPLACAMENTO
                    AT END
                       MOVE "Y" TO WS-EOF-EMPL
                    NOT AT END
                       IF EP-NF-NUMERO = EN-NF-NUMERO
                             OR (EN-COT-NUMERO > 0
                                AND EP-COT-NUMERO = EN-COT-NUMERO)
                          ADD 1 TO WS-QTD-EMPL
                          IF NOT EP-REGISTRO-RECEBIDO
                             ADD 1 TO WS-QTD-EMPL-ABERTO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLACAMENTO
           END-IF.

       CONCLUI-CHECKLIST.
           PERFORM LOCALIZA-ENTREGA
