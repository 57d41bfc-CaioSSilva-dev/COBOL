               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXA-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT CARRO-LOG ASSIGN TO "CARROLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-SEQ ASSIGN TO "COTASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTSEQ-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNID-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT COTACAO-DOC ASSIGN TO "COTADOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDOC-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTR-STATUS.
           SELECT EMPLACAMENTO ASSIGN TO "EMPLAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPL-STATUS.
           SELECT JUROS-MASTER ASSIGN TO "JUROSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUR-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT USADOS ASSIGN TO "USADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USA-STATUS.
           SELECT ACESSORIO-MASTER ASSIGN TO "ACESMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACES-STATUS.
           SELECT COTA-ACESSORIOS ASSIGN TO "COTAACES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACE-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VMAST-STATUS.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PRODUTO-VENDIDO ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVND-STATUS.
           SELECT FINANCIAMENTO-PARAMETRO ASSIGN TO "FINPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPAR-STATUS.
           SELECT PROPOSTAS-FINANC ASSIGN TO "PROPFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT PROPOSTAS-TRAB ASSIGN TO "PROPFIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXA-MASTER
           RECORD CONTAINS 6 CHARACTERS.
       01  COTACAO-SEQ-REC       PIC 9(6).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       01  SANDBOX-MARCA-REC     PIC X(40).
       COPY "VEICUNIREC.cpy".

       FD  VEICULO-UNID-TRAB
           RECORD CONTAINS 39 CHARACTERS.
       01  VEICULO-UNID-TRAB-REC PIC X(39).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

      *    Documento de proposta para entregar ao cliente - papel
      *    timbrado vem das linhas de COTAPAR.DAT (texto padrao
      *    quando ausente, no molde do CARTAPAR do PENSNOTF).
           05  FILLER            PIC X(3).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       FD  ENTREGAS.
       COPY "ENTRREC.cpy".

       FD  EMPLACAMENTO.
       COPY "EMPLREC.cpy".

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  USADOS.
       COPY "USADOREC.cpy".

       FD  ACESSORIO-MASTER.
       COPY "ACESREC.cpy".

       FD  COTA-ACESSORIOS.
       COPY "COTACESREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  PRODUTO-MASTER.
       COPY "PRODREC.cpy".

       FD  PRODUTO-VENDIDO
           RECORD CONTAINS 174 CHARACTERS.
       COPY "PRODVREC.cpy".

      *    Politica de idade do financiamento, um registro: idade
      *    maxima do cliente no vencimento da ultima parcela e idade
      *    minima para financiar.
       FD  FINANCIAMENTO-PARAMETRO
           RECORD CONTAINS 6 CHARACTERS.
       01  FINANCIAMENTO-PARAMETRO-REC.
           05  FP-IDADE-MAXIMA   PIC 9(3).
           05  FP-IDADE-MINIMA   PIC 9(3).

      *    Propostas de financiamento nos bancos parceiros (PROPFIN).
       FD  PROPOSTAS-FINANC
           RECORD CONTAINS 133 CHARACTERS.
       COPY "PROPREC.cpy".

       FD  PROPOSTAS-TRAB
           RECORD CONTAINS 133 CHARACTERS.
       01  PROPOSTAS-TRAB-REC    PIC X(133).

      *    Regras de desconto e campanha: por veiculo (000 = qualquer),
      *    por modelo (brancos = qualquer), janela de datas, e valor
      *    percentual (P) ou fixo (F). A primeira regra aplicavel vale.
       77  WS-ACHOU-COT    PIC X VALUE "N".
           88 ACHOU-COT           VALUE "Y".
       77  WS-VALIDADE-INT PIC 9(8).
      *    Primeira linha da cotacao localizada pela chave
      *    COT-NUMERO - nao ha tabela de cotacoes em memoria.
       01  WS-COT-GUARDA   PIC X(207).
       COPY "ARQTROCA.cpy".
       77  WS-VENDEDOR-ID  PIC X(6).
       77  WS-DESC-STATUS  PIC XX VALUE SPACES.
           88 TEM-DESCONTO        VALUE "Y".
       77  WS-VALOR-DESCONTO PIC 9(6)V99 VALUE 0.
       77  WS-VALOR-LIQUIDO  PIC 9(6)V99 VALUE 0.
      *    Desconto negociado alem da regra e a alcada do vendedor
      *    (VM-LIMITE-DESC; branco ou vendedor fora do cadastro =
      *    alcada padrao abaixo).
       77  WS-DESC-NEGOC     PIC 9(6)V99 VALUE 0.
       77  WS-PCT-NEGOC      PIC 9(3)V99 VALUE 0.
       78  WS-LIMITE-PADRAO  VALUE 3.00.
       77  WS-LIMITE-VEND    PIC 9(2)V99 VALUE 0.
       77  WS-PCT-ED         PIC ZZ9.99.
       77  WS-VMAST-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-BLOQ-DESC  PIC 9(2) VALUE 0.
       77  WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-IOLOG-STATUS  PIC XX VALUE SPACES.
           88 ACHOU-UNID           VALUE "Y".
       77  WS-UNID-CHASSI   PIC X(17) VALUE SPACES.
       77  WS-UNID-PLACA    PIC X(7) VALUE SPACES.
       77  WS-UNID-CUSTO    PIC 9(6)V99 VALUE 0.
       77  WS-CUSTO-VENDA   PIC 9(7)V99 VALUE 0.
       77  WS-USA-STATUS    PIC XX VALUE SPACES.
       77  WS-ACES-STATUS   PIC XX VALUE SPACES.
       77  WS-CACE-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-ACES      PIC X VALUE "N".
           88 EOF-ACES             VALUE "Y".
       77  WS-ACES-COD      PIC X(4) VALUE SPACES.
       77  WS-ACHOU-ACES    PIC X VALUE "N".
           88 ACHOU-ACES           VALUE "Y".
       77  WS-ACES-I        PIC 9(2).
      *    Acessorios e opcionais da linha em cotacao (por unidade):
      *    o total entra em COT-TOTAL e as linhas em COTAACES.DAT.
       77  WS-ACES-QTD      PIC 9(2) VALUE 0.
       77  WS-ACES-TOTAL    PIC 9(7)V99 VALUE 0.
       77  WS-TOTAL-COM-ACES PIC 9(7)V99 VALUE 0.
       01  WS-ACES-TABELA.
           05  WS-ACL-ENTRY OCCURS 10 TIMES.
               10  WS-ACL-CODIGO   PIC X(4).
               10  WS-ACL-DESC     PIC X(30).
               10  WS-ACL-QTDE     PIC 9(2).
               10  WS-ACL-UNIT     PIC 9(6)V99.
               10  WS-ACL-TOTAL    PIC 9(7)V99.
      *    Garantia estendida / seguro de parceiro vendido na
      *    conversao: uma linha em PRODVEND.DAT por apolice.
       77  WS-PROD-STATUS   PIC XX VALUE SPACES.
       77  WS-PVND-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-PROD      PIC X VALUE "N".
           88 EOF-PROD             VALUE "Y".
       77  WS-PROD-COD      PIC X(4) VALUE SPACES.
       77  WS-ACHOU-PROD    PIC X VALUE "N".
           88 ACHOU-PROD           VALUE "Y".
       77  WS-PROD-QTD      PIC 9(2) VALUE 0.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-CUST      PIC X VALUE "N".
           88 EOF-CUST             VALUE "Y".
       77  WS-ACHOU-CLIENTE PIC X VALUE "N".
           88 ACHOU-CLIENTE        VALUE "Y".
       77  WS-CLIENTE-NOME  PIC X(30) VALUE SPACES.
       77  WS-CLIENTE-DOC-TIPO PIC X VALUE SPACE.
       77  WS-CLIENTE-DOC   PIC X(14) VALUE SPACES.
       77  WS-DOC-EM-USO    PIC X VALUE "N".
           88 DOC-EM-USO           VALUE "Y".
       77  WS-EOF-VEICR     PIC X VALUE "N".
           88 EOF-VEICR            VALUE "Y".
       77  WS-RES-VEIC      PIC 9(3) VALUE 0.
               10  WS-SIM-PARCELA   PIC 9(7)V99.
               10  WS-SIM-TEM       PIC X.
       77  WS-SIM-I         PIC 9.
       77  WS-SIM-DATA-REF  PIC 9(8) VALUE 0.
      *    Plano vetado pela politica de idade (FINPAR.DAT; sem o
      *    arquivo, 75 anos no fim do contrato e 18 para financiar):
      *    motivo por prazo de praca, na ordem de WS-SIM-PRAZO-FIXO.
       77  WS-FPAR-STATUS   PIC XX VALUE SPACES.
       77  WS-FIN-IDADE-MAX PIC 9(3) VALUE 75.
       77  WS-FIN-IDADE-MIN PIC 9(3) VALUE 18.
       77  WS-FIN-CLIENTE-ID PIC X(6) VALUE SPACES.
       77  WS-FIN-BASE      PIC 9(8) VALUE 0.
       77  WS-FIN-NASC      PIC 9(8) VALUE 0.
       77  WS-FIN-EMPRESA   PIC X VALUE "N".
           88 FIN-CLIENTE-EMPRESA  VALUE "Y".
       77  WS-FIN-ANOS      PIC 9(3) VALUE 0.
       77  WS-FIN-ANIV      PIC 9(8) VALUE 0.
       77  WS-FIN-DIAS-LIM  PIC 9(5) VALUE 0.
       77  WS-FIN-FIM-INT   PIC 9(8) VALUE 0.
       77  WS-FIN-IDADE-ED  PIC ZZ9.
       77  WS-FIN-MOTIVO-W  PIC X(40) VALUE SPACES.
       01  WS-FIN-MOTIVOS.
           05  WS-FIN-MOTIVO OCCURS 4 TIMES PIC X(40).
       77  WS-SIM-DISPONIVEL PIC X VALUE "N".
           88 SIMULACAO-DISPONIVEL  VALUE "Y".
       77  WS-PLANO-ESC     PIC 9(3) VALUE 0.
       77  WS-TOTAL-POS-TROCA PIC S9(7)V99 VALUE 0.
       77  WS-NOVO-VEIC-ID  PIC 9(3) VALUE 0.
       77  WS-ENTR-STATUS   PIC XX VALUE SPACES.
       77  WS-EMPL-STATUS   PIC XX VALUE SPACES.
       77  WS-DATA-PROMETIDA PIC X(8) VALUE SPACES.
       77  WS-VENDEDOR-ID-2 PIC X(6) VALUE SPACES.
       77  WS-PCT-VEND-2    PIC 9(3) VALUE 0.
       77  WS-UNIT-N        PIC 9(3).
       77  WS-CNV-COUNT     PIC 9(2) VALUE 0.
       01  WS-CNV-TABELA.
           05  WS-CNV-LINHA-TAB OCCURS 20 TIMES PIC X(207).
       77  WS-CNV-I         PIC 9(2).
       77  WS-RES-N         PIC 9(3).
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-CTSEQ-STATUS  PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-PROX-CONTRATO PIC 9(6) VALUE 0.
       77  WS-PARC-N        PIC 9(3).
       77  WS-VENC-INT      PIC 9(8).
      *    Venda financiada por banco parceiro: a cotacao com proposta
      *    em aberto so converte depois da aprovacao, e o contrato de
      *    recebiveis da loja nao e gerado - quem paga a loja e o
      *    banco.
       77  WS-PROP-STATUS   PIC XX VALUE SPACES.
       77  WS-PTRB-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-PROP      PIC X VALUE "N".
           88 EOF-PROP             VALUE "Y".
       77  WS-PROP-ABERTAS  PIC 9(2) VALUE 0.
       77  WS-PROP-LIBERADAS PIC 9(2) VALUE 0.
       77  WS-PROP-SEQ      PIC 9(2) VALUE 0.
       77  WS-PROP-NF       PIC 9(6) VALUE 0.
       77  WS-PROP-BANCO    PIC X(20) VALUE SPACES.
       77  WS-VENDA-BANCO   PIC X VALUE "N".
           88 VENDA-FINANC-BANCO   VALUE "Y".
       77  WS-ACHOU-PROP    PIC X VALUE "N".
           88 ACHOU-PROP           VALUE "Y".
       77  WS-REST-STATUS   PIC XX VALUE SPACES.
       77  WS-SESS-STATUS   PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       COPY "DECVALID.cpy".
       COPY "NUMVALID.cpy".
       COPY "DIAUTIL.cpy".
       COPY "CPFVALID.cpy".
       COPY "CNPJVALID.cpy".
       COPY "DOCCLI.cpy".
       COPY "DATECOPY.cpy".
       77  WS-FER-STATUS PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           PERFORM OBTEM-FILIAL
           MOVE "VEICUNID.DAT" TO WS-TROCA-VIVO
           MOVE "VEICUNID.TMP" TO WS-TROCA-TMP
           MOVE "VEICUNID.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           MOVE "PROPFIN.DAT"  TO WS-TROCA-VIVO
           MOVE "PROPFIN.TMP"  TO WS-TROCA-TMP
           MOVE "PROPFIN.OLD"  TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           DISPLAY "(1) DIGITAR VALOR DO CARRO  "
              "(2) BUSCAR VEICULO POR ID"
           DISPLAY "(3) RECONSULTAR COTACAO  "
           END-IF
           PERFORM CARREGA-TAXAS-VIGENTES
           PERFORM APLICA-DESCONTO
           PERFORM CAPTURA-DESCONTO-NEGOCIADO
           COMPUTE WS-VALOR-TAXA-1 = WS-VALOR-LIQUIDO * WS-TAXA-1
           COMPUTE WS-VALOR-TAXA-2 = WS-VALOR-LIQUIDO * WS-TAXA-2
           COMPUTE R = WS-VALOR-TAXA-1 + WS-VALOR-TAXA-2
              DISPLAY "DESCONTO:   " WS-VALOR-DESCONTO "-"
              DISPLAY "VALOR COM DESCONTO: " WS-VALOR-LIQUIDO
           END-IF
           IF WS-DESC-NEGOC > 0
              MOVE WS-PCT-NEGOC TO WS-PCT-ED
              DISPLAY "DESCONTO NEGOCIADO: " WS-DESC-NEGOC "- ("
                 WS-PCT-ED "%)"
              DISPLAY "VALOR NEGOCIADO:    " WS-VALOR-LIQUIDO
           END-IF
           DISPLAY "TAXA 1 (" WS-TAXA-1 "): " WS-VALOR-TAXA-1
           DISPLAY "TAXA 2 (" WS-TAXA-2 "): " WS-VALOR-TAXA-2
           DISPLAY "O VALOR E: " R
           PERFORM CAPTURA-ACESSORIOS
           PERFORM SIMULA-FINANCIAMENTO
           PERFORM GRAVA-CARRO-LOG
           DISPLAY "GRAVAR COTACAO NUMERADA? (S/N)"
           MOVE WS-TAXA-2       TO COT-TAXA-2
           MOVE WS-VALOR-TAXA-1 TO COT-VLR-TAXA-1
           MOVE WS-VALOR-TAXA-2 TO COT-VLR-TAXA-2
           MOVE WS-TOTAL-COM-ACES TO COT-TOTAL
           MOVE WS-ACES-TOTAL   TO COT-VLR-ACESS
           MOVE WS-CLIENTE-ID   TO COT-CLIENTE-ID
           DISPLAY "ID DO VENDEDOR DA COTACAO: "
           ACCEPT WS-VENDEDOR-ID
           MOVE WS-VENDEDOR-ID  TO COT-VENDEDOR-ID
           PERFORM OBTEM-ALCADA-VENDEDOR
           MOVE WS-HOJE         TO COT-DATA-EMISSAO
           PERFORM ESCOLHE-PLANO-FINANCIAMENTO
           MOVE WS-PLANO-ESC    TO COT-PLANO-MESES
           MOVE WS-QTDE-LINHA TO COT-QTDE
           MOVE 1 TO COT-LINHA
           MOVE WS-FILIAL-CODIGO TO COT-FILIAL
           PERFORM DEFINE-SITUACAO-COTACAO
           PERFORM ABRE-COTACAO-GRAVACAO
           WRITE COTACAO-REC
              INVALID KEY
                 DISPLAY "COTACAO " COT-NUMERO " JA EXISTE NO "
                    "COTACAO.DAT - CONFIRA O COTASEQ.DAT"
           END-WRITE
           CLOSE COTACAO
           PERFORM GRAVA-ACESSORIOS-COTACAO
           PERFORM RESERVA-UNIDADES-LINHA
           MOVE WS-ULTIMO-MODELO TO WS-DOC-MODELO
           PERFORM IMPRIME-DOCUMENTO-COTACAO
           DISPLAY "COTACAO " COT-NUMERO " GRAVADA - VALIDA ATE "
              COT-VALIDADE
           PERFORM AVISA-COTACAO-PENDENTE
           MOVE "S" TO WS-OUTRA-LINHA
           PERFORM UNTIL WS-OUTRA-LINHA NOT = "S"
              DISPLAY "INCLUIR OUTRA LINHA DE VEICULO NESTA "
              END-IF
           END-PERFORM.

      *    COTACAO.DAT indexado por numero e linha; na primeira
      *    cotacao da loja o arquivo ainda nao existe e e criado.
       ABRE-COTACAO-GRAVACAO.
           OPEN I-O COTACAO
           IF WS-COT-STATUS = "35"
              OPEN OUTPUT COTACAO
           END-IF.

       RESERVA-UNIDADES-LINHA.
           IF WS-ULTIMO-VEIC-ID > 0
              MOVE WS-ULTIMO-VEIC-ID TO WS-RES-VEIC
           MOVE 2 TO WS-MODO
           PERFORM BUSCA-VEICULO-POR-ID
           PERFORM APLICA-DESCONTO
           PERFORM CAPTURA-DESCONTO-NEGOCIADO
           COMPUTE WS-VALOR-TAXA-1 = WS-VALOR-LIQUIDO * WS-TAXA-1
           COMPUTE WS-VALOR-TAXA-2 = WS-VALOR-LIQUIDO * WS-TAXA-2
           COMPUTE R = WS-VALOR-TAXA-1 + WS-VALOR-TAXA-2
              + WS-VALOR-LIQUIDO
           PERFORM CAPTURA-ACESSORIOS
           MOVE WS-ULTIMO-VEIC-ID TO COT-VEIC-ID
           MOVE WS-VALOR-LIQUIDO  TO COT-VALOR
           MOVE WS-TAXA-1         TO COT-TAXA-1
           MOVE WS-TAXA-2         TO COT-TAXA-2
           MOVE WS-VALOR-TAXA-1   TO COT-VLR-TAXA-1
           MOVE WS-VALOR-TAXA-2   TO COT-VLR-TAXA-2
           MOVE WS-TOTAL-COM-ACES TO COT-TOTAL
           MOVE WS-ACES-TOTAL     TO COT-VLR-ACESS
           MOVE 0                 TO COT-PLANO-MESES
           MOVE 0                 TO COT-VLR-PARCELA
           MOVE SPACES            TO COT-TROCA-MODELO
           MOVE 0                 TO COT-VLR-TROCA
           MOVE WS-QTDE-LINHA     TO COT-QTDE
           ADD 1 TO COT-LINHA
           PERFORM DEFINE-SITUACAO-COTACAO
           PERFORM ABRE-COTACAO-GRAVACAO
           WRITE COTACAO-REC
              INVALID KEY
                 DISPLAY "LINHA " COT-LINHA " DA COTACAO "
                    COT-NUMERO " JA EXISTE NO COTACAO.DAT"
           END-WRITE
           CLOSE COTACAO
           PERFORM GRAVA-ACESSORIOS-COTACAO
           PERFORM RESERVA-UNIDADES-LINHA
           MOVE WS-ULTIMO-MODELO TO WS-DOC-MODELO
           PERFORM IMPRIME-DOCUMENTO-COTACAO
           DISPLAY "LINHA " COT-LINHA " DA COTACAO " COT-NUMERO
              " GRAVADA"
           PERFORM AVISA-COTACAO-PENDENTE.

      *    Desconto que o vendedor negocia alem da regra do
      *    DESCONTO.DAT, em valor por unidade sobre o preco ja
      *    descontado pela regra. O percentual (sobre o valor base)
      *    e o que se compara com a alcada do vendedor na gravacao.
       CAPTURA-DESCONTO-NEGOCIADO.
           MOVE 0 TO WS-DESC-NEGOC
           MOVE 0 TO WS-PCT-NEGOC
           IF WS-VALOR-LIQUIDO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEC-MIN
           MOVE WS-VALOR-LIQUIDO TO WS-DEC-MAX
           MOVE "DESCONTO NEGOCIADO (VALOR, 0 = NENHUM): "
              TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-DESC-NEGOC
           IF WS-DESC-NEGOC > 0
              SUBTRACT WS-DESC-NEGOC FROM WS-VALOR-LIQUIDO
              IF VALOR > 0
                 COMPUTE WS-PCT-NEGOC ROUNDED =
                    WS-DESC-NEGOC * 100 / VALOR
              END-IF
           END-IF.

      *    Alcada do vendedor no VENDMAST.DAT; vendedor fora do
      *    cadastro ou sem alcada gravada fica com a padrao.
       OBTEM-ALCADA-VENDEDOR.
           MOVE WS-LIMITE-PADRAO TO WS-LIMITE-VEND
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VMAST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VENDEDOR-ID TO VM-VENDEDOR-ID
           READ VENDEDOR-MASTER KEY IS VM-VENDEDOR-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VM-LIMITE-DESC IS NUMERIC
                    MOVE VM-LIMITE-DESC TO WS-LIMITE-VEND
                 END-IF
           END-READ
           CLOSE VENDEDOR-MASTER.

      *    Linha com desconto negociado acima da alcada nasce
      *    PENDENTE: continua reservando as unidades, mas so converte
      *    depois de aprovada no DESCAPRV por um operador nivel 3.
       DEFINE-SITUACAO-COTACAO.
           MOVE WS-DESC-NEGOC TO COT-VLR-NEGOC
           MOVE WS-PCT-NEGOC  TO COT-PCT-NEGOC
           IF WS-PCT-NEGOC > WS-LIMITE-VEND
              SET COT-PENDENTE TO TRUE
           ELSE
              SET COT-ATIVA TO TRUE
           END-IF.

       AVISA-COTACAO-PENDENTE.
           IF COT-PENDENTE
              MOVE WS-LIMITE-VEND TO WS-PCT-ED
              DISPLAY "DESCONTO NEGOCIADO ACIMA DA ALCADA DO VENDEDOR ("
                 WS-PCT-ED "%) - LINHA PENDENTE DE APROVACAO DO "
                 "GERENTE"
           END-IF.

      *    Acessorios e opcionais pedidos pelo cliente, do catalogo
      *    ACESMAST.DAT pelo preco vigente: ate 10 linhas por linha de
      *    veiculo, com quantidade POR UNIDADE. O total soma ao valor
      *    do veiculo (R) em WS-TOTAL-COM-ACES, que vira COT-TOTAL;
      *    o CARROLOG continua so com o veiculo.
       CAPTURA-ACESSORIOS.
           MOVE 0 TO WS-ACES-QTD
           MOVE 0 TO WS-ACES-TOTAL
           MOVE R TO WS-TOTAL-COM-ACES
           DISPLAY "INCLUIR ACESSORIOS / OPCIONAIS? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM LISTA-ACESSORIOS-ATIVOS
           MOVE "S" TO WS-RESPOSTA
           PERFORM UNTIL WS-RESPOSTA NOT = "S" OR WS-ACES-QTD = 10
              DISPLAY "CODIGO DO ACESSORIO: "
              ACCEPT WS-ACES-COD
              PERFORM BUSCA-ACESSORIO
              IF ACHOU-ACES
                 ADD 1 TO WS-ACES-QTD
                 MOVE AS-CODIGO    TO WS-ACL-CODIGO(WS-ACES-QTD)
                 MOVE AS-DESCRICAO TO WS-ACL-DESC(WS-ACES-QTD)
                 MOVE AS-PRECO     TO WS-ACL-UNIT(WS-ACES-QTD)
                 MOVE 1  TO WS-NUM-MIN
                 MOVE 99 TO WS-NUM-MAX
                 MOVE "QUANTIDADE POR VEICULO: " TO WS-NUM-PROMPT
                 PERFORM CAPTURA-NUMERO-VALIDADO
                 MOVE WS-NUM-ENTRADA TO WS-ACL-QTDE(WS-ACES-QTD)
                 COMPUTE WS-ACL-TOTAL(WS-ACES-QTD) =
                    WS-ACL-UNIT(WS-ACES-QTD)
                    * WS-ACL-QTDE(WS-ACES-QTD)
                 ADD WS-ACL-TOTAL(WS-ACES-QTD) TO WS-ACES-TOTAL
              ELSE
                 DISPLAY "ACESSORIO " WS-ACES-COD
                    " NAO CADASTRADO OU INATIVO"
              END-IF
              DISPLAY "OUTRO ACESSORIO? (S/N)"
              ACCEPT WS-RESPOSTA
           END-PERFORM
           COMPUTE WS-TOTAL-COM-ACES = R + WS-ACES-TOTAL
              ON SIZE ERROR
                 DISPLAY "TOTAL COM ACESSORIOS EXCEDE O LIMITE - "
                    "ACESSORIOS DESCARTADOS"
                 MOVE 0 TO WS-ACES-QTD
                 MOVE 0 TO WS-ACES-TOTAL
                 MOVE R TO WS-TOTAL-COM-ACES
           END-COMPUTE
           IF WS-ACES-QTD > 0
              DISPLAY "ACESSORIOS: " WS-ACES-TOTAL
              DISPLAY "TOTAL COM ACESSORIOS: " WS-TOTAL-COM-ACES
           END-IF.

       LISTA-ACESSORIOS-ATIVOS.
           MOVE "N" TO WS-EOF-ACES
           OPEN INPUT ACESSORIO-MASTER
           IF WS-ACES-STATUS = "35"
              DISPLAY "ACESMAST.DAT NAO ENCONTRADO - CATALOGO VAZIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COD  DESCRICAO                      PRECO"
           PERFORM UNTIL EOF-ACES
              READ ACESSORIO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ACES
                 NOT AT END
                    IF NOT AS-INATIVO
                       MOVE AS-PRECO TO WS-DOC-VALOR-ED
                       DISPLAY AS-CODIGO " " AS-DESCRICAO " "
                          WS-DOC-VALOR-ED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACESSORIO-MASTER.

       BUSCA-ACESSORIO.
           MOVE "N" TO WS-ACHOU-ACES
           MOVE "N" TO WS-EOF-ACES
           OPEN INPUT ACESSORIO-MASTER
           IF WS-ACES-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ACES OR ACHOU-ACES
              READ ACESSORIO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-ACES
                 NOT AT END
                    IF AS-CODIGO = WS-ACES-COD AND NOT AS-INATIVO
                          AND AS-PRECO IS NUMERIC
                       MOVE "Y" TO WS-ACHOU-ACES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACESSORIO-MASTER.

       GRAVA-ACESSORIOS-COTACAO.
           IF WS-ACES-QTD = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COTA-ACESSORIOS
           IF WS-CACE-STATUS = "35"
              CLOSE COTA-ACESSORIOS
              OPEN OUTPUT COTA-ACESSORIOS
           END-IF
           PERFORM VARYING WS-ACES-I FROM 1 BY 1
                 UNTIL WS-ACES-I > WS-ACES-QTD
              MOVE SPACES TO COTA-ACES-REC
              MOVE COT-NUMERO TO CA-COT-NUMERO
              MOVE COT-LINHA  TO CA-COT-LINHA
              MOVE WS-ACL-CODIGO(WS-ACES-I) TO CA-CODIGO
              MOVE WS-ACL-DESC(WS-ACES-I)   TO CA-DESCRICAO
              MOVE WS-ACL-QTDE(WS-ACES-I)   TO CA-QTDE
              MOVE WS-ACL-UNIT(WS-ACES-I)   TO CA-VLR-UNIT
              MOVE WS-ACL-TOTAL(WS-ACES-I)  TO CA-VLR-TOTAL
              MOVE WS-HOJE                  TO CA-DATA
              WRITE COTA-ACES-REC
           END-PERFORM
           CLOSE COTA-ACESSORIOS.

      *    As linhas saem do arquivo, nao da memoria - a reimpressao
      *    pela reconsulta mostra o mesmo papel da emissao.
       IMPRIME-ACESSORIOS-DOC.
           IF COT-VLR-ACESS NOT NUMERIC OR COT-VLR-ACESS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ACES
           OPEN INPUT COTA-ACESSORIOS
           IF WS-CACE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ACES
              READ COTA-ACESSORIOS
                 AT END
                    MOVE "Y" TO WS-EOF-ACES
                 NOT AT END
                    IF CA-COT-NUMERO = COT-NUMERO
                          AND CA-COT-LINHA = COT-LINHA
                       MOVE CA-VLR-TOTAL TO WS-DOC-VALOR-ED
                       MOVE SPACES TO COTACAO-DOC-REC
                       STRING "ACESSORIO " DELIMITED BY SIZE
                              CA-QTDE DELIMITED BY SIZE
                              " X " DELIMITED BY SIZE
                              CA-DESCRICAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DOC-VALOR-ED DELIMITED BY SIZE
                              INTO COTACAO-DOC-REC
                       END-STRING
                       WRITE COTACAO-DOC-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTA-ACESSORIOS.

       CARREGA-ACESSORIOS-NOTA.
           MOVE 0 TO WS-NF-ACES-QTD
           IF COT-VLR-ACESS NOT NUMERIC OR COT-VLR-ACESS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ACES
           OPEN INPUT COTA-ACESSORIOS
           IF WS-CACE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ACES
              READ COTA-ACESSORIOS
                 AT END
                    MOVE "Y" TO WS-EOF-ACES
                 NOT AT END
                    IF CA-COT-NUMERO = COT-NUMERO
                          AND CA-COT-LINHA = COT-LINHA
                          AND WS-NF-ACES-QTD < 10
                       ADD 1 TO WS-NF-ACES-QTD
                       MOVE CA-DESCRICAO
                          TO WS-NF-ACES-DESC(WS-NF-ACES-QTD)
                       MOVE CA-VLR-TOTAL
                          TO WS-NF-ACES-VALOR(WS-NF-ACES-QTD)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTA-ACESSORIOS.

      *    Proposta formatada por COT-NUMERO em COTADOC.DAT: timbre
      *    do COTAPAR.DAT, modelo do veiculo, abertura das taxas,
                  INTO COTACAO-DOC-REC
           END-STRING
           WRITE COTACAO-DOC-REC
           PERFORM IMPRIME-ACESSORIOS-DOC
           MOVE COT-TOTAL TO WS-DOC-VALOR-ED
           MOVE SPACES TO COTACAO-DOC-REC
           STRING "TOTAL ................. "
                  INTO COTACAO-DOC-REC
           END-STRING
           WRITE COTACAO-DOC-REC
           IF COT-LINHA = 1
              PERFORM IMPRIME-PLANOS-VETADOS-DOC
           END-IF
           MOVE SPACES TO COTACAO-DOC-REC
           STRING "PROPOSTA VALIDA ATE " DELIMITED BY SIZE
                  COT-VALIDADE DELIMITED BY SIZE
           DISPLAY "DOCUMENTO DA COTACAO " COT-NUMERO
              " GERADO EM COTADOC.DAT".

      *    Os planos que a politica de idade nao deixa oferecer saem
      *    no documento com o motivo - o cliente sabe por que o prazo
      *    nao foi proposto. Taxas e idade recalculadas pela data de
      *    emissao, vale tambem na reimpressao; prazo sem taxa vigente
      *    nao e veto de idade e nao sai. Cotacao sem cliente
      *    cadastrado (balcao, a vista) nao tem politica a mostrar.
       IMPRIME-PLANOS-VETADOS-DOC.
           IF COT-CLIENTE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE COT-DATA-EMISSAO TO WS-SIM-DATA-REF
           PERFORM CARREGA-TAXAS-PLANOS
           MOVE COT-CLIENTE-ID   TO WS-FIN-CLIENTE-ID
           MOVE COT-DATA-EMISSAO TO WS-FIN-BASE
           PERFORM APLICA-LIMITE-IDADE-PLANOS
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              IF WS-SIM-TEM(WS-SIM-I) = "Y"
                    AND WS-FIN-MOTIVO(WS-SIM-I) NOT = SPACES
                 MOVE "B" TO WS-SIM-TEM(WS-SIM-I)
              END-IF
              IF WS-SIM-TEM(WS-SIM-I) = "B"
                    AND WS-SIM-PRAZO-FIXO(WS-SIM-I)
                       NOT = COT-PLANO-MESES
                 MOVE SPACES TO COTACAO-DOC-REC
                 STRING "PLANO " DELIMITED BY SIZE
                        WS-SIM-PRAZO-FIXO(WS-SIM-I) DELIMITED BY SIZE
                        " MESES NAO OFERECIDO: " DELIMITED BY SIZE
                        WS-FIN-MOTIVO(WS-SIM-I) DELIMITED BY SIZE
                        INTO COTACAO-DOC-REC
                 END-STRING
                 WRITE COTACAO-DOC-REC
              END-IF
           END-PERFORM.

       CARREGA-TEXTO-COTAPAR.
           MOVE 0 TO WS-CPAR-COUNT
           MOVE "N" TO WS-EOF-CPAR

       BUSCA-MODELO-DOC.
           MOVE "(SEM VEICULO)" TO WS-DOC-MODELO
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              MOVE COT-VEIC-ID TO VEIC-ID
              READ VEICULO-MASTER KEY IS VEIC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VEIC-MODELO TO WS-DOC-MODELO
              END-READ
              CLOSE VEICULO-MASTER
           END-IF.

      *    A cotacao emitida segura uma unidade do estoque: a reserva
      *    (R) so acontece quando ainda ha estoque livre, e a baixa
      *    da reserva (L) acontece na conversao ou no expurgo da
      *    cotacao expirada. O estoque em si continua sendo debitado
      *    pelo FOLHACON na liberacao da folha. So o registro do
      *    veiculo e regravado no VEICMAST.DAT indexado (a quantidade
      *    toda da linha num passe so).
       ATUALIZA-RESERVA-VEICULO.
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RES-VEIC TO VEIC-ID
           READ VEICULO-MASTER KEY IS VEIC-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM AJUSTA-RESERVA-REGISTRO
                 REWRITE VEICULO-MASTER-REC
           END-READ
           CLOSE VEICULO-MASTER.

       AJUSTA-RESERVA-REGISTRO.
           IF VEIC-ESTOQUE IS NUMERIC

       BUSCA-CLIENTE-CADASTRO.
           MOVE "N" TO WS-ACHOU-CLIENTE
           MOVE SPACES TO WS-CLIENTE-NOME
           MOVE SPACE  TO WS-CLIENTE-DOC-TIPO
           MOVE SPACES TO WS-CLIENTE-DOC
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "35"
              MOVE WS-CLIENTE-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACHOU-CLIENTE
                    MOVE CM-CUSTOMER-NAME TO WS-CLIENTE-NOME
                    MOVE CM-DOC-TIPO      TO WS-CLIENTE-DOC-TIPO
                    MOVE CM-DOC-NUMERO    TO WS-CLIENTE-DOC
              END-READ
              CLOSE CUSTOMER-MASTER
           END-IF.

       CADASTRA-CLIENTE-NOVO.
           DISPLAY "NOME DO CLIENTE: "
           ACCEPT WS-CLIENTE
           MOVE "N" TO WS-DOC-OPCIONAL
           MOVE "Y" TO WS-DOC-EM-USO
           PERFORM UNTIL NOT DOC-EM-USO
              PERFORM CAPTURA-DOCUMENTO-CLIENTE
              PERFORM VERIFICA-DOCUMENTO-EM-USO
           END-PERFORM
           MOVE 1900 TO WS-NUM-MIN
           MOVE 2100 TO WS-NUM-MAX
           MOVE "ANO DE NASCIMENTO (1900-2100): " TO WS-NUM-PROMPT
           MOVE WS-NUM-ENTRADA TO CM-BIRTH-DAY
           MOVE WS-CLIENTE-ID  TO CM-CUSTOMER-ID
           MOVE WS-CLIENTE     TO CM-CUSTOMER-NAME
           MOVE WS-DOC-TIPO    TO CM-DOC-TIPO
           MOVE WS-DOC-NUMERO  TO CM-DOC-NUMERO
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              OPEN OUTPUT CUSTOMER-MASTER
           END-IF
           WRITE CUSTOMER-MASTER-REC
              INVALID KEY
                 DISPLAY "ID " WS-CLIENTE-ID " JA EXISTE NO MASTER"
              NOT INVALID KEY
                 DISPLAY "CLIENTE " WS-CLIENTE-ID " CADASTRADO"
           END-WRITE
           CLOSE CUSTOMER-MASTER.

      *    O mesmo CPF/CNPJ nao entra em dois IDs do cadastro.
       VERIFICA-DOCUMENTO-EM-USO.
           MOVE "N" TO WS-DOC-EM-USO
           MOVE "N" TO WS-EOF-CUST
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-CUST
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-CUST
                 NOT AT END
                    IF CM-DOC-NUMERO = WS-DOC-NUMERO
                       MOVE "Y" TO WS-DOC-EM-USO
                       MOVE "Y" TO WS-EOF-CUST
                       DISPLAY "DOCUMENTO JA CADASTRADO NO CLIENTE "
                          CM-CUSTOMER-ID
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

      *    Troca de usado entra no sistema no lugar do guardanapo:
      *    a avaliacao abate do total a pagar e a unidade avaliada
           MOVE "VALOR DE AVALIACAO DO USADO: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-TROCA-VALOR
           COMPUTE WS-TOTAL-POS-TROCA =
              WS-TOTAL-COM-ACES - WS-TROCA-VALOR
           IF WS-TOTAL-POS-TROCA < 0
              MOVE 0 TO WS-TOTAL-POS-TROCA
           END-IF
              WS-TOTAL-POS-TROCA.

      *    Na conversao o usado avaliado vira estoque: ganha o
      *    proximo VEIC-ID livre, valor e custo iguais a avaliacao,
      *    comissao padrao e uma unidade fisica disponivel com o
      *    chassi. A ficha do usado (USADO.DAT) abre o controle de
      *    recondicionamento e revenda do USADOMNT; o custo fica no
      *    modelo, que e exclusivo do usado, para o recondicionamento
      *    poder ser somado a ele.
       CADASTRA-VEICULO-TROCA.
           MOVE 0 TO WS-NOVO-VEIC-ID
           MOVE "N" TO WS-EOF-VEICR
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              PERFORM UNTIL EOF-VEICR
                 READ VEICULO-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-VEICR
                    NOT AT END
           MOVE 1                 TO VEIC-ESTOQUE
           MOVE 0                 TO VEIC-RESERVADO
           MOVE WS-FILIAL-CODIGO  TO VEIC-FILIAL
           MOVE COT-VLR-TROCA     TO VEIC-CUSTO
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              OPEN OUTPUT VEICULO-MASTER
           END-IF
           WRITE VEICULO-MASTER-REC
           MOVE WS-NOVO-VEIC-ID  TO VU-VEIC-ID
           MOVE COT-TROCA-CHASSI TO VU-CHASSI
           MOVE COT-TROCA-PLACA  TO VU-PLACA
           MOVE WS-FILIAL-CODIGO TO VU-FILIAL
           SET VU-DISPONIVEL TO TRUE
           WRITE VEICULO-UNIDADE-REC
           CLOSE VEICULO-UNIDADE
           MOVE SPACES TO USADO-REC
           MOVE COT-TROCA-CHASSI TO US-CHASSI
           MOVE WS-NOVO-VEIC-ID  TO US-VEIC-ID
           MOVE COT-TROCA-PLACA  TO US-PLACA
           MOVE COT-TROCA-MODELO TO US-MODELO
           MOVE WS-HOJE          TO US-DATA-ENTRADA
           MOVE COT-VLR-TROCA    TO US-VLR-AVALIACAO
           MOVE 0                TO US-VLR-RECOND
           MOVE COT-VLR-TROCA    TO US-PRECO-MINIMO
           MOVE COT-NUMERO       TO US-COT-ORIGEM
           MOVE WS-FILIAL-CODIGO TO US-FILIAL
           OPEN EXTEND USADOS
           IF WS-USA-STATUS = "35"
              CLOSE USADOS
              OPEN OUTPUT USADOS
           END-IF
           WRITE USADO-REC
           CLOSE USADOS
           DISPLAY "USADO DA TROCA ENTROU NO ESTOQUE COMO VEICULO "
              WS-NOVO-VEIC-ID " PELO VALOR DE AVALIACAO".

      *    Leitura pela chave do numero: so as linhas da propria
      *    cotacao sao lidas, qualquer que seja o tamanho do
      *    COTACAO.DAT.
       LOCALIZA-COTACAO.
           DISPLAY "NUMERO DA COTACAO: "
           ACCEPT WS-BUSCA-COT
           MOVE "N" TO WS-ACHOU-COT
           MOVE 0 TO WS-COT-BLOQ-DESC
           MOVE "N" TO WS-EOF-COT
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              DISPLAY "COTACAO.DAT NAO ENCONTRADO"
           ELSE
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
                          IF NOT ACHOU-COT
                             MOVE "Y" TO WS-ACHOU-COT
                             MOVE COTACAO-REC TO WS-COT-GUARDA
                          END-IF
                          IF COT-PENDENTE OR COT-REJEITADA
                             ADD 1 TO WS-COT-BLOQ-DESC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           DISPLAY "VALOR BASE: " COT-VALOR
           DISPLAY "TAXA 1 (" COT-TAXA-1 "): " COT-VLR-TAXA-1
           DISPLAY "TAXA 2 (" COT-TAXA-2 "): " COT-VLR-TAXA-2
           IF COT-VLR-ACESS IS NUMERIC AND COT-VLR-ACESS > 0
              DISPLAY "ACESSORIOS: " COT-VLR-ACESS
           END-IF
           IF COT-VLR-NEGOC IS NUMERIC AND COT-VLR-NEGOC > 0
              MOVE COT-PCT-NEGOC TO WS-PCT-ED
              DISPLAY "DESC. NEGOCIADO: " COT-VLR-NEGOC " ("
                 WS-PCT-ED "%)"
           END-IF
           DISPLAY "TOTAL:    " COT-TOTAL
           DISPLAY "VALIDA ATE: " COT-VALIDADE
           EVALUATE TRUE
              WHEN COT-VENDIDA
                 DISPLAY "SITUACAO: JA CONVERTIDA EM VENDA"
              WHEN COT-PENDENTE
                 DISPLAY "SITUACAO: DESCONTO PENDENTE DE APROVACAO"
              WHEN COT-REJEITADA
                 DISPLAY "SITUACAO: DESCONTO REPROVADO - REFAZER A "
                    "COTACAO"
              WHEN WS-HOJE > COT-VALIDADE
                 DISPLAY "SITUACAO: EXPIRADA - REPRECIFICAR COM AS "
                    "TAXAS ATUAIS"
                 WHEN COT-VENDIDA
                    DISPLAY "CONVERSAO RECUSADA - JA VENDIDA"
                    MOVE 4 TO RETURN-CODE
                 WHEN WS-COT-BLOQ-DESC > 0
                    DISPLAY "CONVERSAO RECUSADA - " WS-COT-BLOQ-DESC
                       " LINHA(S) COM DESCONTO PENDENTE OU REPROVADO"
                    MOVE 4 TO RETURN-CODE
                 WHEN WS-HOJE > COT-VALIDADE
                    DISPLAY "CONVERSAO RECUSADA - COTACAO EXPIRADA"
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM OBTEM-DOCUMENTO-COMPRADOR
                    IF WS-CLIENTE-DOC-TIPO = SPACE
                       DISPLAY "CONVERSAO RECUSADA - CLIENTE "
                          COT-CLIENTE-ID " SEM CPF/CNPJ NO CADASTRO "
                          "(PREENCHER NO CUSTMNT)"
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                    END-IF
                    PERFORM VERIFICA-RESTRICAO-CLIENTE
                    IF CONVERSAO-BLOQUEADA
                       DISPLAY "CONVERSAO RECUSADA - CLIENTE "
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                    END-IF
                    PERFORM VERIFICA-PROPOSTA-BANCO
                    IF WS-PROP-ABERTAS > 0 AND NOT VENDA-FINANC-BANCO
                       DISPLAY "CONVERSAO RECUSADA - PROPOSTA DE "
                          "FINANCIAMENTO SEM APROVACAO DO BANCO "
                          "(ACOMPANHAR NO PROPFIN)"
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                    END-IF
                    DISPLAY "ID DO VENDEDOR DA VENDA (BRANCO = "
                       "VENDEDOR DA COTACAO): "
                    ACCEPT WS-VENDEDOR-ID
                       PERFORM CAPTURA-NUMERO-VALIDADO
                       MOVE WS-NUM-ENTRADA TO WS-PCT-VEND-2
                    END-IF
      *             Venda com plano acertado ou proposta aprovada
      *             no banco e financiada por definicao; a vista
      *             pergunta dinheiro ou transferencia.
                    IF VENDA-FINANC-BANCO
                          OR (COT-PLANO-MESES IS NUMERIC
                          AND COT-PLANO-MESES > 0)
                       MOVE "F" TO WS-FORMA-PGTO
                    ELSE
                       MOVE SPACE TO WS-FORMA-PGTO
                          UNTIL WS-CNV-I > WS-CNV-COUNT
                       PERFORM CONVERTE-UMA-LINHA
                    END-PERFORM
                    IF VENDA-FINANC-BANCO
                       PERFORM MARCA-PROPOSTA-VENDIDA
                    END-IF
                    DISPLAY "COTACAO " WS-BUSCA-COT
                       " CONVERTIDA EM VENDA ("
                       WS-CNV-COUNT " LINHA(S))"
              END-EVALUATE
           END-IF.

      *    Propostas da cotacao em aberto no PROPFIN (enviada,
      *    aprovada ou com contrato assinado, ainda sem venda). Sem
      *    proposta em aberto a venda segue como antes (a vista ou
      *    plano da loja); com proposta, so a aprovada libera - havendo
      *    mais de uma aprovada, o operador escolhe o banco.
       VERIFICA-PROPOSTA-BANCO.
           MOVE 0 TO WS-PROP-ABERTAS
           MOVE 0 TO WS-PROP-LIBERADAS
           MOVE 0 TO WS-PROP-SEQ
           MOVE 0 TO WS-PROP-NF
           MOVE SPACES TO WS-PROP-BANCO
           MOVE "N" TO WS-VENDA-BANCO
           MOVE "N" TO WS-EOF-PROP
           OPEN INPUT PROPOSTAS-FINANC
           IF WS-PROP-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-PROP
              READ PROPOSTAS-FINANC
                 AT END
                    MOVE "Y" TO WS-EOF-PROP
                 NOT AT END
                    IF PF-COT-NUMERO = WS-BUSCA-COT AND PF-EM-ABERTO
                          AND (PF-DATA-VENDA NOT NUMERIC
                          OR PF-DATA-VENDA = 0)
                       ADD 1 TO WS-PROP-ABERTAS
                       IF PF-LIBERADA
                          ADD 1 TO WS-PROP-LIBERADAS
                          MOVE PF-SEQ   TO WS-PROP-SEQ
                          MOVE PF-BANCO TO WS-PROP-BANCO
                          DISPLAY "PROPOSTA " PF-SEQ " " PF-BANCO
                             " APROVADA - " PF-MESES " MESES"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROPOSTAS-FINANC
           IF WS-PROP-LIBERADAS = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-PROP-LIBERADAS > 1
              PERFORM ESCOLHE-PROPOSTA-BANCO
           END-IF
           MOVE "Y" TO WS-VENDA-BANCO
           DISPLAY "VENDA FINANCIADA PELO BANCO " WS-PROP-BANCO
              " (PROPOSTA " WS-PROP-SEQ ")".

       ESCOLHE-PROPOSTA-BANCO.
           MOVE "N" TO WS-ACHOU-PROP
           PERFORM UNTIL ACHOU-PROP
              MOVE 1  TO WS-NUM-MIN
              MOVE 99 TO WS-NUM-MAX
              MOVE "SEQUENCIA DA PROPOSTA APROVADA: "
                 TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-PROP-SEQ
              MOVE "N" TO WS-EOF-PROP
              OPEN INPUT PROPOSTAS-FINANC
              PERFORM UNTIL EOF-PROP
                 READ PROPOSTAS-FINANC
                    AT END
                       MOVE "Y" TO WS-EOF-PROP
                    NOT AT END
                       IF PF-COT-NUMERO = WS-BUSCA-COT
                             AND PF-SEQ = WS-PROP-SEQ
                             AND PF-LIBERADA
                             AND (PF-DATA-VENDA NOT NUMERIC
                             OR PF-DATA-VENDA = 0)
                          MOVE "Y" TO WS-ACHOU-PROP
                          MOVE PF-BANCO TO WS-PROP-BANCO
                          MOVE "Y" TO WS-EOF-PROP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROPOSTAS-FINANC
              IF NOT ACHOU-PROP
                 DISPLAY "PROPOSTA " WS-PROP-SEQ
                    " NAO ESTA APROVADA PARA ESTA COTACAO"
              END-IF
           END-PERFORM.

      *    Carimba a venda (data e primeira nota) na proposta usada;
      *    o PROPFIN passa a cobrar do banco o valor financiado e o
      *    retorno. Regrava por arquivo de trabalho e giro de nomes.
       MARCA-PROPOSTA-VENDIDA.
           MOVE "N" TO WS-EOF-PROP
           OPEN INPUT PROPOSTAS-FINANC
           IF WS-PROP-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "PROPFIN.DAT" TO WS-TROCA-VIVO
           MOVE "PROPFIN.TMP" TO WS-TROCA-TMP
           MOVE "PROPFIN.OLD" TO WS-TROCA-OLD
           OPEN OUTPUT PROPOSTAS-TRAB
           PERFORM UNTIL EOF-PROP
              READ PROPOSTAS-FINANC
                 AT END
                    MOVE "Y" TO WS-EOF-PROP
                 NOT AT END
                    IF PF-COT-NUMERO = WS-BUSCA-COT
                          AND PF-SEQ = WS-PROP-SEQ
                       MOVE WS-HOJE    TO PF-DATA-VENDA
                       MOVE WS-PROP-NF TO PF-NF-NUMERO
                    END-IF
                    WRITE PROPOSTAS-TRAB-REC FROM PROPOSTA-FIN-REC
              END-READ
           END-PERFORM
           CLOSE PROPOSTAS-FINANC
           CLOSE PROPOSTAS-TRAB
           PERFORM EFETIVA-TROCA-ARQUIVO
           DISPLAY "PROPOSTA " WS-BUSCA-COT "-" WS-PROP-SEQ
              " MARCADA COMO VENDIDA - RECURSOS A RECEBER DO BANCO "
              WS-PROP-BANCO.

      *    Venda financiada gera o contrato de recebiveis com o
      *    cronograma de parcelas (vencimentos mensais a partir da
      *    conversao) - o acompanhamento do carne sai da planilha.
           MOVE COT-PLANO-MESES TO CT-MESES
           MOVE WS-CTR-PARCELA  TO CT-PARCELA
           SET CT-ABERTO TO TRUE
           MOVE 0 TO CT-CONTRATO-ORIGEM
           OPEN EXTEND CONTRATOS
           IF WS-CTR-STATUS = "35"
              CLOSE CONTRATOS
              MOVE WS-CTR-PARCELA   TO PA-VALOR
              SET PA-PENDENTE TO TRUE
              MOVE 0 TO PA-DATA-PGTO
              MOVE 0 TO PA-VLR-PRINCIPAL
              MOVE 0 TO PA-VLR-MULTA
              MOVE 0 TO PA-VLR-JUROS
              MOVE 0 TO PA-VLR-DESCONTO
              WRITE PARCELA-REC
           END-PERFORM
           CLOSE PARCELAS
           WRITE CONTRATO-SEQ-REC FROM WS-PROX-CONTRATO
           CLOSE CONTRATO-SEQ.

      *    A nota fiscal exige o CPF/CNPJ do comprador: vem do
      *    cadastro de clientes; a cotacao sem cadastro pede o
      *    documento na hora, so para a nota.
       OBTEM-DOCUMENTO-COMPRADOR.
           IF COT-CLIENTE-ID = SPACES
              DISPLAY "COTACAO SEM CLIENTE CADASTRADO - DOCUMENTO DO "
                 "COMPRADOR PARA A NOTA FISCAL"
              MOVE "N" TO WS-DOC-OPCIONAL
              PERFORM CAPTURA-DOCUMENTO-CLIENTE
              MOVE WS-DOC-TIPO   TO WS-CLIENTE-DOC-TIPO
              MOVE WS-DOC-NUMERO TO WS-CLIENTE-DOC
           ELSE
              MOVE COT-CLIENTE-ID TO WS-CLIENTE-ID
              PERFORM BUSCA-CLIENTE-CADASTRO
           END-IF.

      *    Cliente na lista de restricao nao converte: o bloqueio so
      *    cai com liberacao de supervisor, que fica registrada no
      *    SESSLOG e vira alerta do plantao da manha em OPERALRT.
           DISPLAY "ENTREGA AGENDADA PARA " EN-DATA-PROMETIDA
              " (CHECKLIST PENDENTE)".

      *    So as linhas da cotacao convertida sao lidas (pela chave
      *    do numero); TODAS as ativas viram VENDIDA uma a uma no
      *    COTACAO.DAT indexado e ficam guardadas para a geracao das
      *    vendas.
       REGRAVA-COTACOES.
           MOVE 0 TO WS-CNV-COUNT
           MOVE "N" TO WS-EOF-COT
           OPEN I-O COTACAO
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
                       IF COT-ATIVA
                          SET COT-VENDIDA TO TRUE
                          REWRITE COTACAO-REC
                          IF WS-CNV-COUNT < 20
                             ADD 1 TO WS-CNV-COUNT
                             MOVE COTACAO-REC
                                TO WS-CNV-LINHA-TAB(WS-CNV-COUNT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO
           MOVE "N" TO WS-EOF-COT.

      *    Uma venda (e uma nota) POR UNIDADE da linha: estoque,
                 UNTIL WS-UNIT-N > WS-QTDE-CONV
              PERFORM ESCOLHE-UNIDADE-VENDA
              PERFORM GRAVA-VENDA-COTACAO
              IF VENDA-FINANC-BANCO AND WS-PROP-NF = 0
                 MOVE WS-NF-PROX TO WS-PROP-NF
              END-IF
              IF COT-VEIC-ID > 0
                 MOVE COT-VEIC-ID TO WS-RES-VEIC
                 MOVE "L" TO WS-RES-ACAO
           IF COT-LINHA NOT NUMERIC OR COT-LINHA <= 1
              IF COT-PLANO-MESES IS NUMERIC
                    AND COT-PLANO-MESES > 0
                    AND NOT VENDA-FINANC-BANCO
                 PERFORM GERA-CONTRATO-RECEBIVEL
              END-IF
              IF COT-VLR-TROCA IS NUMERIC
           MOVE COT-VEIC-ID    TO WS-NF-VEIC
           MOVE COT-TOTAL      TO WS-NF-VALOR
           MOVE COT-NUMERO     TO WS-NF-COT
           MOVE WS-CLIENTE-DOC-TIPO TO WS-NF-DOC-TIPO
           MOVE WS-CLIENTE-DOC TO WS-NF-DOC-NUMERO
           PERFORM CARREGA-ACESSORIOS-NOTA
           PERFORM EMITE-NOTA-FISCAL
           PERFORM OBTEM-CUSTO-VENDA
           MOVE SPACES TO VENDAS-REC
           MOVE WS-HOJE        TO VD-DATA
           MOVE WS-VENDEDOR-ID TO VD-VENDEDOR-ID
           MOVE WS-PCT-VEND-2    TO VD-PCT-VEND-2
           MOVE WS-FORMA-PGTO    TO VD-FORMA-PGTO
           MOVE WS-FILIAL-CODIGO TO VD-FILIAL
           MOVE WS-CUSTO-VENDA   TO VD-CUSTO
           IF COT-VLR-ACESS IS NUMERIC
              MOVE COT-VLR-ACESS TO VD-VLR-ACESS
           ELSE
              MOVE 0 TO VD-VLR-ACESS
           END-IF
           OPEN EXTEND VENDAS
           IF WS-VENDAS-STATUS = "35"
              CLOSE VENDAS
              OPEN OUTPUT VENDAS
           END-IF
           WRITE VENDAS-REC
           CLOSE VENDAS
           PERFORM ABRE-EMPLACAMENTO-VENDA
           PERFORM CAPTURA-PRODUTOS-VENDA.

      *    Garantia estendida e seguro dos parceiros sao vendidos por
      *    nota (um por carro): o preco e pago ao parceiro, nao entra
      *    no valor da venda. A linha copia do catalogo os valores do
      *    dia, com o repasse devido a loja e a comissao do vendedor,
      *    que a folha paga a parte das faixas de comissao.
       CAPTURA-PRODUTOS-VENDA.
           MOVE 0 TO WS-PROD-QTD
           DISPLAY "VENDER GARANTIA ESTENDIDA / SEGURO PARA A NOTA "
              WS-NF-PROX " (S/N)?"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM LISTA-PRODUTOS-ATIVOS
           MOVE "S" TO WS-RESPOSTA
           PERFORM UNTIL WS-RESPOSTA NOT = "S" OR WS-PROD-QTD = 10
              DISPLAY "CODIGO DO PRODUTO: "
              ACCEPT WS-PROD-COD
              PERFORM BUSCA-PRODUTO
              IF ACHOU-PROD
                 PERFORM GRAVA-PRODUTO-VENDIDO
              ELSE
                 DISPLAY "PRODUTO " WS-PROD-COD
                    " NAO CADASTRADO OU INATIVO"
              END-IF
              DISPLAY "OUTRO PRODUTO PARA ESTA NOTA? (S/N)"
              ACCEPT WS-RESPOSTA
           END-PERFORM
           IF WS-PROD-QTD > 0
              DISPLAY WS-PROD-QTD " PRODUTO(S) DE PARCEIRO NA NOTA "
                 WS-NF-PROX
           END-IF.

       LISTA-PRODUTOS-ATIVOS.
           MOVE "N" TO WS-EOF-PROD
           OPEN INPUT PRODUTO-MASTER
           IF WS-PROD-STATUS = "35"
              DISPLAY "PRODMAST.DAT NAO ENCONTRADO - CATALOGO VAZIO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "COD  T DESCRICAO                      PARCEIRO"
              "             MESES      PRECO"
           PERFORM UNTIL EOF-PROD
              READ PRODUTO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-PROD
                 NOT AT END
                    IF NOT PR-INATIVO AND PR-PRECO IS NUMERIC
                       MOVE PR-PRECO TO WS-DOC-VALOR-ED
                       DISPLAY PR-CODIGO " " PR-TIPO " "
                          PR-DESCRICAO " " PR-PARCEIRO " "
                          PR-PRAZO-MESES " " WS-DOC-VALOR-ED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUTO-MASTER.

       BUSCA-PRODUTO.
           MOVE "N" TO WS-ACHOU-PROD
           MOVE "N" TO WS-EOF-PROD
           OPEN INPUT PRODUTO-MASTER
           IF WS-PROD-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-PROD OR ACHOU-PROD
              READ PRODUTO-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-PROD
                 NOT AT END
                    IF PR-CODIGO = WS-PROD-COD AND NOT PR-INATIVO
                          AND PR-PRECO IS NUMERIC
                       MOVE "Y" TO WS-ACHOU-PROD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRODUTO-MASTER.

       GRAVA-PRODUTO-VENDIDO.
           MOVE SPACES TO PRODUTO-VENDIDO-REC
           MOVE WS-NF-PROX     TO PV-NF-NUMERO
           MOVE COT-NUMERO     TO PV-COT-NUMERO
           MOVE WS-HOJE        TO PV-DATA
           MOVE PR-CODIGO      TO PV-CODIGO
           MOVE PR-DESCRICAO   TO PV-DESCRICAO
           MOVE PR-TIPO        TO PV-TIPO
           MOVE PR-PARCEIRO    TO PV-PARCEIRO
           IF PR-PRAZO-MESES IS NUMERIC
              MOVE PR-PRAZO-MESES TO PV-PRAZO-MESES
           ELSE
              MOVE 0 TO PV-PRAZO-MESES
           END-IF
           DISPLAY "NUMERO DA APOLICE / CERTIFICADO: "
           ACCEPT PV-APOLICE
           MOVE COT-CLIENTE    TO PV-CLIENTE
           MOVE WS-UNID-CHASSI TO PV-CHASSI
           MOVE WS-VENDEDOR-ID TO PV-VENDEDOR-ID
           MOVE PR-PRECO       TO PV-VALOR
           IF PR-PCT-REPASSE IS NUMERIC
              MOVE PR-PCT-REPASSE TO PV-PCT-REPASSE
           ELSE
              MOVE 0 TO PV-PCT-REPASSE
           END-IF
           COMPUTE PV-VLR-REPASSE ROUNDED =
              PR-PRECO * PV-PCT-REPASSE / 100
           IF PR-PCT-COMISSAO IS NUMERIC
              COMPUTE PV-VLR-COMISSAO ROUNDED =
                 PR-PRECO * PR-PCT-COMISSAO / 100
           ELSE
              MOVE 0 TO PV-VLR-COMISSAO
           END-IF
           OPEN EXTEND PRODUTO-VENDIDO
           IF WS-PVND-STATUS = "35"
              CLOSE PRODUTO-VENDIDO
              OPEN OUTPUT PRODUTO-VENDIDO
           END-IF
           WRITE PRODUTO-VENDIDO-REC
           CLOSE PRODUTO-VENDIDO
           ADD 1 TO WS-PROD-QTD
           MOVE PV-VALOR TO WS-DOC-VALOR-ED
           DISPLAY PV-DESCRICAO " " WS-DOC-VALOR-ED
              " REGISTRADO NA NOTA " WS-NF-PROX.

      *    Cada venda abre o seu processo de emplacamento no DETRAN
      *    aguardando o envio dos documentos; o EMPLAC acompanha as
      *    etapas e o ENTREGA so entrega carro com registro recebido.
       ABRE-EMPLACAMENTO-VENDA.
           MOVE SPACES TO EMPLACAMENTO-REC
           MOVE WS-NF-PROX     TO EP-NF-NUMERO
           MOVE COT-NUMERO     TO EP-COT-NUMERO
           MOVE COT-VEIC-ID    TO EP-VEIC-ID
           MOVE WS-UNID-CHASSI TO EP-CHASSI
           MOVE COT-CLIENTE    TO EP-CLIENTE
           MOVE WS-HOJE        TO EP-DATA-ABERTURA
           SET EP-AGUARDA-DOCS TO TRUE
           MOVE 0 TO EP-DATA-DOCS
           MOVE 0 TO EP-DATA-TAXAS
           MOVE 0 TO EP-DATA-PLACA
           MOVE 0 TO EP-DATA-REGISTRO
           MOVE 0 TO EP-VLR-TAXAS
           OPEN EXTEND EMPLACAMENTO
           IF WS-EMPL-STATUS = "35"
              CLOSE EMPLACAMENTO
              OPEN OUTPUT EMPLACAMENTO
           END-IF
           WRITE EMPLACAMENTO-REC
           CLOSE EMPLACAMENTO.

      *    A venda precisa apontar a unidade fisica que saiu do patio:
      *    lista as unidades disponiveis do veiculo, o operador digita
       ESCOLHE-UNIDADE-VENDA.
           MOVE SPACES TO WS-UNID-CHASSI
           MOVE SPACES TO WS-UNID-PLACA
           MOVE 0 TO WS-UNID-CUSTO
           MOVE 0 TO WS-UNID-LIVRES
           MOVE "N" TO WS-EOF-UNID
           OPEN INPUT VEICULO-UNIDADE
                    IF VU-VEIC-ID = COT-VEIC-ID AND VU-DISPONIVEL
                       ADD 1 TO WS-UNID-LIVRES
                       DISPLAY "CHASSI " VU-CHASSI " PLACA "
                          VU-PLACA " FILIAL " VU-FILIAL
                    END-IF
              END-READ
           END-PERFORM
                       SET VU-VENDIDA TO TRUE
                       MOVE VU-CHASSI TO WS-UNID-CHASSI
                       MOVE VU-PLACA  TO WS-UNID-PLACA
                       IF VU-CUSTO IS NUMERIC
                          MOVE VU-CUSTO TO WS-UNID-CUSTO
                       END-IF
                    END-IF
                    WRITE VEICULO-UNID-TRAB-REC
                       FROM VEICULO-UNIDADE-REC
           CLOSE VEICULO-UNID-TRAB
           PERFORM EFETIVA-TROCA-ARQUIVO.

      *    Custo congelado na venda: o da unidade escolhida quando
      *    ela tem custo proprio, senao o custo do modelo no
      *    VEICMAST (zero quando o modelo ainda nao tem custo).
       OBTEM-CUSTO-VENDA.
           MOVE WS-UNID-CUSTO TO WS-CUSTO-VENDA
           IF WS-CUSTO-VENDA > 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              MOVE COT-VEIC-ID TO VEIC-ID
              READ VEICULO-MASTER KEY IS VEIC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF VEIC-CUSTO IS NUMERIC
                       MOVE VEIC-CUSTO TO WS-CUSTO-VENDA
                    END-IF
              END-READ
              CLOSE VEICULO-MASTER
           END-IF.

      *    O desconto entra entre o valor base e as taxas: as taxas
      *    incidem sobre o valor ja descontado. A primeira regra de
      *    DESCONTO.DAT aplicavel (veiculo ou modelo, dentro da
           IF WS-VEIC-STATUS = "35"
              DISPLAY "VEICULO-MASTER NAO ENCONTRADO"
           ELSE
              MOVE WS-BUSCA-VEIC-ID TO VEIC-ID
              READ VEICULO-MASTER KEY IS VEIC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACHOU-VEIC
              END-READ
              CLOSE VEICULO-MASTER
           END-IF
           IF ACHOU-VEIC
      *    mostra a parcela a juro simples sobre o total cotado.
       SIMULA-FINANCIAMENTO.
           MOVE "N" TO WS-SIM-DISPONIVEL
           MOVE WS-HOJE TO WS-SIM-DATA-REF
           PERFORM CARREGA-TAXAS-PLANOS
           IF WS-JUR-STATUS = "35"
              DISPLAY "JUROSMAST.DAT NAO ENCONTRADO - "
                 "SIMULACAO DE FINANCIAMENTO INDISPONIVEL"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "===== SIMULACAO DE FINANCIAMENTO ====="
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              IF WS-SIM-TEM(WS-SIM-I) = "Y"
                 MOVE "Y" TO WS-SIM-DISPONIVEL
                 COMPUTE WS-SIM-PARCELA(WS-SIM-I) ROUNDED =
                    (WS-TOTAL-COM-ACES + (WS-TOTAL-COM-ACES
                    * WS-SIM-TAXA(WS-SIM-I)
                    * WS-SIM-PRAZO(WS-SIM-I)))
                    / WS-SIM-PRAZO(WS-SIM-I)
                 MOVE WS-SIM-PARCELA(WS-SIM-I) TO WS-PARCELA-ED
              END-IF
           END-PERFORM.

      *    Taxa de cada prazo de praca vigente em WS-SIM-DATA-REF;
      *    WS-SIM-TEM "Y" so para os prazos com taxa.
       CARREGA-TAXAS-PLANOS.
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              MOVE WS-SIM-PRAZO-FIXO(WS-SIM-I)
                 TO WS-SIM-PRAZO(WS-SIM-I)
              MOVE 0   TO WS-SIM-TAXA(WS-SIM-I)
              MOVE 0   TO WS-SIM-VIG(WS-SIM-I)
              MOVE 0   TO WS-SIM-PARCELA(WS-SIM-I)
              MOVE "N" TO WS-SIM-TEM(WS-SIM-I)
           END-PERFORM
           MOVE "N" TO WS-EOF-JUR
           OPEN INPUT JUROS-MASTER
           IF WS-JUR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-JUR
              READ JUROS-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-JUR
                 NOT AT END
                    PERFORM SELECIONA-TAXA-PRAZO
              END-READ
           END-PERFORM
           CLOSE JUROS-MASTER.

       SELECIONA-TAXA-PRAZO.
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              IF JR-PRAZO = WS-SIM-PRAZO(WS-SIM-I)
                    AND JR-DATA-VIGENCIA <= WS-SIM-DATA-REF
                    AND JR-DATA-VIGENCIA > WS-SIM-VIG(WS-SIM-I)
                 MOVE JR-DATA-VIGENCIA TO WS-SIM-VIG(WS-SIM-I)
                 MOVE JR-TAXA-MES      TO WS-SIM-TAXA(WS-SIM-I)
           IF NOT SIMULACAO-DISPONIVEL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLIENTE-ID TO WS-FIN-CLIENTE-ID
           MOVE WS-HOJE       TO WS-FIN-BASE
           PERFORM APLICA-LIMITE-IDADE-PLANOS
           MOVE "N" TO WS-SIM-DISPONIVEL
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              IF WS-SIM-TEM(WS-SIM-I) = "Y"
                 IF WS-FIN-MOTIVO(WS-SIM-I) = SPACES
                    MOVE "Y" TO WS-SIM-DISPONIVEL
                 ELSE
                    MOVE "B" TO WS-SIM-TEM(WS-SIM-I)
                    DISPLAY WS-SIM-PRAZO(WS-SIM-I)
                       " MESES NAO OFERECIDO: "
                       WS-FIN-MOTIVO(WS-SIM-I)
                 END-IF
              END-IF
           END-PERFORM
           IF NOT SIMULACAO-DISPONIVEL
              DISPLAY "NENHUM PLANO DE FINANCIAMENTO PERMITIDO "
                 "PARA O CLIENTE - COTACAO A VISTA"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLANO-OK
           PERFORM UNTIL PLANO-OK
              DISPLAY "PLANO ESCOLHIDO PELO CLIENTE "
                    END-IF
                 END-PERFORM
                 IF NOT PLANO-OK
                    DISPLAY "PLANO INVALIDO, SEM TAXA VIGENTE OU "
                       "VETADO PELA IDADE"
                 END-IF
              END-IF
           END-PERFORM
                 WS-PARCELA-ED
           END-IF.

      *    Politica de idade: o contrato nao pode terminar depois que
      *    o cliente completa a idade maxima, e abaixo da idade minima
      *    nao ha financiamento. A idade em dias vem do AGECALC (data
      *    de nascimento do CUSTMAST contra a data de referencia) e e
      *    comparada com os dias ate o aniversario limite; o fim do
      *    contrato e o vencimento da ultima parcela, 30 dias por
      *    mes como no GERA-CONTRATO-RECEBIVEL. Sem cadastro ou sem
      *    data de nascimento valida, nenhum plano e oferecido.
      *    Cliente CNPJ fica fora da politica: a data do cadastro e a
      *    de fundacao da empresa, nao idade de pessoa.
       APLICA-LIMITE-IDADE-PLANOS.
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              MOVE SPACES TO WS-FIN-MOTIVO(WS-SIM-I)
           END-PERFORM
           PERFORM CARREGA-POLITICA-IDADE
           PERFORM OBTEM-NASCIMENTO-FINANCIAMENTO
           IF FIN-CLIENTE-EMPRESA
              EXIT PARAGRAPH
           END-IF
           IF WS-FIN-NASC = 0
              MOVE "SEM DATA DE NASCIMENTO NO CADASTRO"
                 TO WS-FIN-MOTIVO-W
              PERFORM VETA-TODOS-PLANOS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FIN-IDADE-MIN TO WS-FIN-ANOS
           PERFORM CALCULA-DIAS-ANIVERSARIO
           MOVE WS-FIN-BASE TO WS-DATA-HOJE
           PERFORM CALCULA-DIAS-CALENDARIO
           IF WS-FIN-NASC NOT < WS-FIN-BASE
                 OR RESULT < WS-FIN-DIAS-LIM
              MOVE WS-FIN-IDADE-MIN TO WS-FIN-IDADE-ED
              MOVE SPACES TO WS-FIN-MOTIVO-W
              STRING "CLIENTE MENOR DE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIN-IDADE-ED) DELIMITED BY SIZE
                     " ANOS" DELIMITED BY SIZE
                     INTO WS-FIN-MOTIVO-W
              END-STRING
              PERFORM VETA-TODOS-PLANOS
              MOVE 0 TO WS-DATA-HOJE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FIN-IDADE-MAX TO WS-FIN-ANOS
           PERFORM CALCULA-DIAS-ANIVERSARIO
           MOVE WS-FIN-IDADE-MAX TO WS-FIN-IDADE-ED
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              COMPUTE WS-FIN-FIM-INT =
                 FUNCTION INTEGER-OF-DATE(WS-FIN-BASE)
                 + (WS-SIM-PRAZO-FIXO(WS-SIM-I) * 30)
              COMPUTE WS-DATA-HOJE =
                 FUNCTION DATE-OF-INTEGER(WS-FIN-FIM-INT)
              PERFORM CALCULA-DIAS-CALENDARIO
              IF RESULT NOT < WS-FIN-DIAS-LIM
                 STRING "ULTIMA PARCELA APOS OS " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FIN-IDADE-ED)
                           DELIMITED BY SIZE
                        " ANOS" DELIMITED BY SIZE
                        INTO WS-FIN-MOTIVO(WS-SIM-I)
                 END-STRING
              END-IF
           END-PERFORM
           MOVE 0 TO WS-DATA-HOJE.

       VETA-TODOS-PLANOS.
           PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > 4
              MOVE WS-FIN-MOTIVO-W TO WS-FIN-MOTIVO(WS-SIM-I)
           END-PERFORM.

      *    Dias do nascimento ate o aniversario de WS-FIN-ANOS anos;
      *    quem nasceu em 29/02 faz aniversario em 01/03 nos anos que
      *    nao sao bissextos.
       CALCULA-DIAS-ANIVERSARIO.
           COMPUTE WS-FIN-ANIV = WS-FIN-NASC + (WS-FIN-ANOS * 10000)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIN-ANIV) NOT = 0
              SUBTRACT 1 FROM WS-FIN-ANIV
              COMPUTE WS-FIN-ANIV = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FIN-ANIV) + 1)
           END-IF
           COMPUTE WS-FIN-DIAS-LIM =
              FUNCTION INTEGER-OF-DATE(WS-FIN-ANIV)
              - FUNCTION INTEGER-OF-DATE(WS-FIN-NASC).

       CARREGA-POLITICA-IDADE.
           MOVE 75 TO WS-FIN-IDADE-MAX
           MOVE 18 TO WS-FIN-IDADE-MIN
           OPEN INPUT FINANCIAMENTO-PARAMETRO
           IF WS-FPAR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           READ FINANCIAMENTO-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF FP-IDADE-MAXIMA IS NUMERIC
                       AND FP-IDADE-MINIMA IS NUMERIC
                       AND FP-IDADE-MAXIMA > FP-IDADE-MINIMA
                    MOVE FP-IDADE-MAXIMA TO WS-FIN-IDADE-MAX
                    MOVE FP-IDADE-MINIMA TO WS-FIN-IDADE-MIN
                 END-IF
           END-READ
           CLOSE FINANCIAMENTO-PARAMETRO.

       OBTEM-NASCIMENTO-FINANCIAMENTO.
           MOVE 0 TO WS-FIN-NASC
           MOVE "N" TO WS-FIN-EMPRESA
           IF WS-FIN-CLIENTE-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FIN-CLIENTE-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CM-DOC-CNPJ
                    MOVE "Y" TO WS-FIN-EMPRESA
                 END-IF
                 IF CM-BIRTH-YEAR IS NUMERIC
                       AND CM-BIRTH-MONTH IS NUMERIC
                       AND CM-BIRTH-DAY IS NUMERIC
                    MOVE CM-BIRTH-YEAR  TO ANO
                    MOVE CM-BIRTH-MONTH TO MES
                    MOVE CM-BIRTH-DAY   TO DIA
                    COMPUTE WS-FIN-NASC =
                       (ANO * 10000) + (MES * 100) + DIA
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIN-NASC)
                          NOT = 0
                       MOVE 0 TO WS-FIN-NASC
                    END-IF
                 END-IF
           END-READ
           CLOSE CUSTOMER-MASTER.

       CARREGA-TAXAS-VIGENTES.
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
       COPY "DATANEGP.cpy".

       COPY "FSERRP.cpy".

       COPY "CPFVALIDP.cpy".

       COPY "CNPJVALIDP.cpy".

       COPY "DOCCLIP.cpy".

       COPY "AGECALC.cpy".
