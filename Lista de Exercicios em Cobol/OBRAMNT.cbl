      *   - apontar consumo: baixa do estoque contra a ordem, com a
      *     linha de material gravada em ORDEMMAT.DAT e o custo real
      *     acumulado na ordem;
      *   - apontar horas: trabalhador, ordem, data e horas, com o
      *     valor da hora do cadastro de trabalhadores (OBRATRAB.DAT);
      *     a linha vai para OBRAHORA.DAT e o custo da mao de obra
      *     acumula na ordem ao lado do custo do material;
      *   - cadastro de trabalhadores: inclusao, valor da hora e
      *     situacao (ativo/inativo);
      *   - encerrar ordem: fecha com a variancia do custo estimado
      *     contra o realizado (material mais mao de obra) e fatura o
      *     cliente (OBRAFAT.DAT):
      *     material ao custo mais a margem, separado no material do
      *     orcamento aceito e na diferenca sobre ele, mais a mao de
      *     obra; a vista ou parcelada num contrato de recebiveis
      *     (CONTRATOS.DAT/PARCELAS.DAT, numerado por CONTSEQ.DAT). O
      *     CONTABIL lanca a fatura como receita de servicos;
      *   - faturar ordem encerrada que ficou sem fatura (inclusive as
      *     encerradas antes do faturamento);
      *   - relatorio de ordens abertas por idade (OBRABER.DAT);
      *   - relatorio de ordens encerradas sem fatura (OBRASFAT.DAT),
      *     para nenhuma obra concluida ficar sem cobranca;
      *   - relatorio semanal de horas (OBRASEM.DAT), de segunda a
      *     domingo, por trabalhador e por ordem.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ABERTAS-REPORT ASSIGN TO "OBRABER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FATURA-OBRA ASSIGN TO "OBRAFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT SEM-FATURA-REPORT ASSIGN TO "OBRASFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFAT-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT CONTRATO-SEQ ASSIGN TO "CONTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTSEQ-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT TRABALHADORES ASSIGN TO "OBRATRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRB-STATUS.
           SELECT APONTAMENTO-HORAS ASSIGN TO "OBRAHORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT SEMANAL-REPORT ASSIGN TO "OBRASEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEM-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS
           RECORD CONTAINS 120 CHARACTERS.
       COPY "ORDEMREC.cpy".

       FD  ORDEM-SEQ
           RECORD CONTAINS 6 CHARACTERS.
           RECORD CONTAINS 70 CHARACTERS.
       01  ABERTAS-REPORT-REC    PIC X(70).

       FD  FATURA-OBRA
           RECORD CONTAINS 70 CHARACTERS.
       01  FATURA-OBRA-REC       PIC X(70).

       FD  SEM-FATURA-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  SEM-FATURA-REPORT-REC PIC X(70).

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  CONTRATO-SEQ
           RECORD CONTAINS 6 CHARACTERS.
       01  CONTRATO-SEQ-REC      PIC 9(6).

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  TRABALHADORES
           RECORD CONTAINS 33 CHARACTERS.
       01  TRABALHADOR-REC.
           05  TB-MATRICULA      PIC X(6).
           05  TB-NOME           PIC X(20).
           05  TB-VALOR-HORA     PIC 9(4)V99.
           05  TB-SITUACAO       PIC X.
               88  TB-ATIVO             VALUE "A".
               88  TB-INATIVO           VALUE "I".

       FD  APONTAMENTO-HORAS
           RECORD CONTAINS 40 CHARACTERS.
       01  APONTAMENTO-HORAS-REC.
           05  AH-ORDEM          PIC 9(6).
           05  AH-MATRICULA      PIC X(6).
           05  AH-DATA           PIC 9(8).
           05  AH-HORAS          PIC 9(3)V99.
           05  AH-VALOR-HORA     PIC 9(4)V99.
           05  AH-VALOR          PIC 9(7)V99.

       FD  SEMANAL-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  SEMANAL-REPORT-REC    PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).
       77  WS-OMAT-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-FAT-STATUS    PIC XX VALUE SPACES.
       77  WS-SFAT-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-CTSEQ-STATUS  PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-TRB-STATUS    PIC XX VALUE SPACES.
       77  WS-AH-STATUS     PIC XX VALUE SPACES.
       77  WS-SEM-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9(2) VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-ORD-COUNT     PIC 9(3) VALUE 0.
       01  WS-ORD-TABELA.
               10  WS-OR-EST       PIC 9(8)V99.
               10  WS-OR-REAL      PIC 9(8)V99.
               10  WS-OR-SIT       PIC X.
               10  WS-OR-HORAS     PIC 9(5)V99.
               10  WS-OR-MOB       PIC 9(7)V99.
               10  WS-OR-DT-ENC    PIC 9(8).
               10  WS-OR-FAT-SIT   PIC X.
               10  WS-OR-DT-FAT    PIC 9(8).
               10  WS-OR-VLR-MAT   PIC 9(8)V99.
               10  WS-OR-VLR-FAT   PIC 9(8)V99.
               10  WS-OR-CTR       PIC 9(6).
               10  WS-OR-SEM-HORAS PIC 9(5)V99.
               10  WS-OR-SEM-VLR   PIC 9(8)V99.
       77  WS-MAT-COUNT     PIC 9(3) VALUE 0.
       01  WS-MAT-TABELA.
           05  WS-MAT-ENTRY OCCURS 1 TO 200 TIMES
               10  WS-MT-MAT       PIC X(20).
               10  WS-MT-QTD       PIC 9(5)V99.
               10  WS-MT-CUSTO     PIC 9(5)V99.
       77  WS-TRB-COUNT     PIC 9(3) VALUE 0.
       01  WS-TRB-TABELA.
           05  WS-TRB-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-TRB-COUNT
                              INDEXED BY WS-TRB-IDX.
               10  WS-TB-MAT       PIC X(6).
               10  WS-TB-NOME      PIC X(20).
               10  WS-TB-VHORA     PIC 9(4)V99.
               10  WS-TB-SIT       PIC X.
               10  WS-TB-SEM-HORAS PIC 9(5)V99.
               10  WS-TB-SEM-VLR   PIC 9(8)V99.
       77  WS-BUSCA-ORDEM   PIC 9(6).
       77  WS-BUSCA-MAT     PIC X(20).
       77  WS-ACHOU-ORDEM   PIC X VALUE "N".
           88 ACHOU-ORDEM          VALUE "Y".
       77  WS-ACHOU-MAT     PIC X VALUE "N".
           88 ACHOU-MAT            VALUE "Y".
       77  WS-BUSCA-TRAB    PIC X(6).
       77  WS-ACHOU-TRAB    PIC X VALUE "N".
           88 ACHOU-TRAB           VALUE "Y".
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVOS-ALTERADOS   VALUE "Y".
       77  WS-PROX-ORDEM    PIC 9(6) VALUE 0.
       77  WS-IDADE-DIAS    PIC S9(5) VALUE 0.
       77  WS-I             PIC 9(3).
       77  WS-QTD-ABERTAS   PIC 9(3) VALUE 0.
      *    Margem sobre o custo do material faturado.
       78  WS-MARGEM-PADRAO VALUE 20.
       77  WS-HORAS         PIC 9(3)V99 VALUE 0.
       77  WS-VLR-MOB       PIC 9(7)V99 VALUE 0.
       77  WS-DATA-TRAB     PIC 9(8) VALUE 0.
       77  WS-CUSTO-TOTAL   PIC 9(9)V99 VALUE 0.
      *    Semana do relatorio de horas: segunda a domingo da data
      *    informada.
       77  WS-SEM-DATA      PIC 9(8) VALUE 0.
       77  WS-SEM-INICIO    PIC 9(8) VALUE 0.
       77  WS-SEM-FIM       PIC 9(8) VALUE 0.
       77  WS-SEM-INT       PIC 9(8) VALUE 0.
       77  WS-SEM-QUOC      PIC 9(8) VALUE 0.
       77  WS-SEM-RESTO     PIC 9(2) VALUE 0.
       77  WS-SEM-HORAS-TOT PIC 9(6)V99 VALUE 0.
       77  WS-SEM-VLR-TOT   PIC 9(9)V99 VALUE 0.
       77  WS-SEM-LINHAS    PIC 9(5) VALUE 0.
       77  WS-FAT-MAT-ORC   PIC 9(8)V99 VALUE 0.
       77  WS-FAT-MAT-REAL  PIC 9(8)V99 VALUE 0.
       77  WS-FAT-DIFERENCA PIC S9(8)V99 VALUE 0.
       77  WS-FAT-TOTAL     PIC 9(8)V99 VALUE 0.
       77  WS-FORMA-PGTO    PIC 9 VALUE 0.
       77  WS-QTD-PARCELAS  PIC 9(2) VALUE 0.
       77  WS-PARC-N        PIC 9(2) VALUE 0.
       77  WS-PROX-CONTRATO PIC 9(6) VALUE 0.
       77  WS-CTR-PARCELA   PIC 9(7)V99 VALUE 0.
       77  WS-ULT-PARCELA   PIC 9(7)V99 VALUE 0.
       77  WS-VENC-INT      PIC 9(8) VALUE 0.
       77  WS-QTD-SEM-FATURA PIC 9(3) VALUE 0.
       77  WS-TOT-SEM-FATURA PIC 9(9)V99 VALUE 0.
       77  WS-VALOR-ED      PIC ZZ,ZZZ,ZZ9.99.
       77  WS-MARGEM-ED     PIC Z9.
       01  WS-FAT-LINHA.
           05  WS-FL-LABEL      PIC X(44).
           05  WS-FL-VALOR      PIC ---,---,--9.99.
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-SF-LINHA.
           05  WS-SF-NUM        PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-SF-PROJ       PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-SF-CLI        PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-SF-DATA       PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-SF-DIAS       PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-SF-VALOR      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(7) VALUE SPACES.
       01  WS-SH-LINHA.
           05  WS-SH-CODIGO     PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SH-NOME       PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-SH-HORAS      PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-SH-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(13) VALUE SPACES.
       01  WS-REL-LINHA.
           05  WS-RL-NUM        PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-ORDENS
           PERFORM CARREGA-MATERIAIS
           PERFORM CARREGA-TRABALHADORES
           PERFORM UNTIL WS-OPCAO = 99
              DISPLAY "===== ORDENS DE SERVICO ====="
              DISPLAY "(1) ABRIR ORDEM DE ORCAMENTO ACEITO"
              DISPLAY "(2) RECEBER MATERIAL"
              DISPLAY "(3) APONTAR CONSUMO NA ORDEM"
              DISPLAY "(4) ENCERRAR ORDEM"
              DISPLAY "(5) RELATORIO DE ORDENS ABERTAS"
              DISPLAY "(6) APONTAR HORAS NA ORDEM"
              DISPLAY "(7) FATURAR ORDEM ENCERRADA"
              DISPLAY "(8) RELATORIO DE ENCERRADAS SEM FATURA"
              DISPLAY "(9) CADASTRO DE TRABALHADORES"
              DISPLAY "(10) RELATORIO SEMANAL DE HORAS"
              DISPLAY "(99) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM ABRE-ORDEM
                 WHEN 3 PERFORM APONTA-CONSUMO
                 WHEN 4 PERFORM ENCERRA-ORDEM
                 WHEN 5 PERFORM RELATORIO-ABERTAS
                 WHEN 6 PERFORM APONTA-MAO-OBRA
                 WHEN 7 PERFORM FATURA-ORDEM-ENCERRADA
                 WHEN 8 PERFORM RELATORIO-SEM-FATURA
                 WHEN 9 PERFORM CADASTRA-TRABALHADOR
                 WHEN 10 PERFORM RELATORIO-SEMANAL-HORAS
                 WHEN 99 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVOS-ALTERADOS
              PERFORM GRAVA-ORDENS
              PERFORM GRAVA-MATERIAIS
              PERFORM GRAVA-TRABALHADORES
           END-IF
           GOBACK.

                             TO WS-OR-REAL(WS-ORD-COUNT)
                          MOVE OR-SITUACAO
                             TO WS-OR-SIT(WS-ORD-COUNT)
                          PERFORM GUARDA-FATURAMENTO-ORDEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDENS
           END-IF.

      *    Ordem gravada antes do faturamento tem os campos novos em
      *    branco: sem mao de obra, sem data de encerramento e nao
      *    faturada.
       GUARDA-FATURAMENTO-ORDEM.
           MOVE 0   TO WS-OR-HORAS(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-MOB(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-DT-ENC(WS-ORD-COUNT)
           MOVE " " TO WS-OR-FAT-SIT(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-DT-FAT(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-VLR-MAT(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-VLR-FAT(WS-ORD-COUNT)
           MOVE 0   TO WS-OR-CTR(WS-ORD-COUNT)
           IF OR-HORAS IS NUMERIC
              MOVE OR-HORAS TO WS-OR-HORAS(WS-ORD-COUNT)
           END-IF
           IF OR-VLR-MAO-OBRA IS NUMERIC
              MOVE OR-VLR-MAO-OBRA TO WS-OR-MOB(WS-ORD-COUNT)
           END-IF
           IF OR-DATA-ENCERRA IS NUMERIC
              MOVE OR-DATA-ENCERRA TO WS-OR-DT-ENC(WS-ORD-COUNT)
           END-IF
           IF OR-FATURADA
              MOVE OR-FATURA-SIT TO WS-OR-FAT-SIT(WS-ORD-COUNT)
              MOVE OR-DATA-FATURA TO WS-OR-DT-FAT(WS-ORD-COUNT)
              MOVE OR-VLR-MATERIAL TO WS-OR-VLR-MAT(WS-ORD-COUNT)
              MOVE OR-VLR-FATURA TO WS-OR-VLR-FAT(WS-ORD-COUNT)
              MOVE OR-CONTRATO TO WS-OR-CTR(WS-ORD-COUNT)
           END-IF.

       GRAVA-ORDENS.
           OPEN OUTPUT ORDENS
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              MOVE WS-OR-EST(WS-ORD-IDX)  TO OR-CUSTO-ESTIMADO
              MOVE WS-OR-REAL(WS-ORD-IDX) TO OR-CUSTO-REAL
              MOVE WS-OR-SIT(WS-ORD-IDX)  TO OR-SITUACAO
              MOVE WS-OR-HORAS(WS-ORD-IDX)   TO OR-HORAS
              MOVE WS-OR-MOB(WS-ORD-IDX)     TO OR-VLR-MAO-OBRA
              MOVE WS-OR-DT-ENC(WS-ORD-IDX)  TO OR-DATA-ENCERRA
              MOVE WS-OR-FAT-SIT(WS-ORD-IDX) TO OR-FATURA-SIT
              MOVE WS-OR-DT-FAT(WS-ORD-IDX)  TO OR-DATA-FATURA
              MOVE WS-OR-VLR-MAT(WS-ORD-IDX) TO OR-VLR-MATERIAL
              MOVE WS-OR-VLR-FAT(WS-ORD-IDX) TO OR-VLR-FATURA
              MOVE WS-OR-CTR(WS-ORD-IDX)     TO OR-CONTRATO
              WRITE ORDEM-REC
           END-PERFORM
           CLOSE ORDENS.
           MOVE WS-HOJE TO WS-OR-DATA(WS-ORD-IDX)
           MOVE 0       TO WS-OR-REAL(WS-ORD-IDX)
           MOVE "A"     TO WS-OR-SIT(WS-ORD-IDX)
           MOVE 0       TO WS-OR-HORAS(WS-ORD-IDX)
           MOVE 0       TO WS-OR-MOB(WS-ORD-IDX)
           MOVE 0       TO WS-OR-DT-ENC(WS-ORD-IDX)
           MOVE " "     TO WS-OR-FAT-SIT(WS-ORD-IDX)
           MOVE 0       TO WS-OR-DT-FAT(WS-ORD-IDX)
           MOVE 0       TO WS-OR-VLR-MAT(WS-ORD-IDX)
           MOVE 0       TO WS-OR-VLR-FAT(WS-ORD-IDX)
           MOVE 0       TO WS-OR-CTR(WS-ORD-IDX)
           MOVE "Y" TO WS-ALTERADO
           STRING "ORDEM " DELIMITED BY SIZE
                  WS-PROX-ORDEM DELIMITED BY SIZE
              EXIT PARAGRAPH
           END-IF
           MOVE "E" TO WS-OR-SIT(WS-ORD-IDX)
           MOVE WS-HOJE TO WS-OR-DT-ENC(WS-ORD-IDX)
      *    O realizado e o material mais a mao de obra apontada.
           COMPUTE WS-CUSTO-TOTAL =
              WS-OR-REAL(WS-ORD-IDX) + WS-OR-MOB(WS-ORD-IDX)
           COMPUTE WS-VARIANCIA =
              WS-CUSTO-TOTAL - WS-OR-EST(WS-ORD-IDX)
              ON SIZE ERROR MOVE 99999999.99 TO WS-VARIANCIA
           END-COMPUTE
           MOVE "Y" TO WS-ALTERADO
           DISPLAY "ORDEM " WS-BUSCA-ORDEM " ENCERRADA"
           DISPLAY "MATERIAL: " WS-OR-REAL(WS-ORD-IDX)
              " MAO DE OBRA: " WS-OR-MOB(WS-ORD-IDX)
           DISPLAY "ESTIMADO: " WS-OR-EST(WS-ORD-IDX)
              " REAL: " WS-CUSTO-TOTAL
              " VARIANCIA: " WS-VARIANCIA
           STRING "ORDEM " DELIMITED BY SIZE
                  WS-BUSCA-ORDEM DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO
           PERFORM FATURA-ORDEM.

      *    Apontamento de horas: o trabalhador ativo, a ordem aberta,
      *    a data (nao futura nem anterior a abertura da ordem) e as
      *    horas; o valor da hora vem do cadastro. A linha fica em
      *    OBRAHORA.DAT para o relatorio semanal e o custo acumula na
      *    ordem, que o leva para a variancia e a fatura.
       APONTA-MAO-OBRA.
           PERFORM BUSCA-ORDEM
           IF NOT ACHOU-ORDEM
              EXIT PARAGRAPH
           END-IF
           IF WS-OR-SIT(WS-ORD-IDX) = "E"
              DISPLAY "ORDEM " WS-BUSCA-ORDEM " JA ENCERRADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-TRABALHADOR
           IF NOT ACHOU-TRAB
              DISPLAY "TRABALHADOR " WS-BUSCA-TRAB " NAO CADASTRADO"
              EXIT PARAGRAPH
           END-IF
           IF WS-TB-SIT(WS-TRB-IDX) NOT = "A"
              DISPLAY "TRABALHADOR " WS-BUSCA-TRAB " INATIVO"
              EXIT PARAGRAPH
           END-IF
           IF WS-TB-VHORA(WS-TRB-IDX) = 0
              DISPLAY "TRABALHADOR " WS-BUSCA-TRAB
                 " SEM VALOR DA HORA NO CADASTRO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DATA DO TRABALHO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-TRAB
           IF WS-DATA-TRAB = 0
              MOVE WS-HOJE TO WS-DATA-TRAB
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TRAB) NOT = 0
              DISPLAY "DATA " WS-DATA-TRAB " INVALIDA"
              EXIT PARAGRAPH
           END-IF
           IF WS-DATA-TRAB > WS-HOJE
              OR WS-DATA-TRAB < WS-OR-DATA(WS-ORD-IDX)
              DISPLAY "DATA " WS-DATA-TRAB " FORA DO PERIODO DA "
                 "ORDEM (" WS-OR-DATA(WS-ORD-IDX) " A " WS-HOJE ")"
              EXIT PARAGRAPH
           END-IF
           MOVE 0.01  TO WS-DEC-MIN
           MOVE 24.00 TO WS-DEC-MAX
           MOVE "HORAS TRABALHADAS: " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           MOVE WS-DEC-ENTRADA TO WS-HORAS
           COMPUTE WS-VLR-MOB ROUNDED =
              WS-HORAS * WS-TB-VHORA(WS-TRB-IDX)
           ADD WS-HORAS TO WS-OR-HORAS(WS-ORD-IDX)
              ON SIZE ERROR
                 MOVE 99999.99 TO WS-OR-HORAS(WS-ORD-IDX)
           END-ADD
           ADD WS-VLR-MOB TO WS-OR-MOB(WS-ORD-IDX)
              ON SIZE ERROR
                 MOVE 9999999.99 TO WS-OR-MOB(WS-ORD-IDX)
           END-ADD
           OPEN EXTEND APONTAMENTO-HORAS
           IF WS-AH-STATUS = "35"
              CLOSE APONTAMENTO-HORAS
              OPEN OUTPUT APONTAMENTO-HORAS
           END-IF
           MOVE SPACES TO APONTAMENTO-HORAS-REC
           MOVE WS-BUSCA-ORDEM           TO AH-ORDEM
           MOVE WS-BUSCA-TRAB            TO AH-MATRICULA
           MOVE WS-DATA-TRAB             TO AH-DATA
           MOVE WS-HORAS                 TO AH-HORAS
           MOVE WS-TB-VHORA(WS-TRB-IDX)  TO AH-VALOR-HORA
           MOVE WS-VLR-MOB               TO AH-VALOR
           WRITE APONTAMENTO-HORAS-REC
           CLOSE APONTAMENTO-HORAS
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "HORAS DE " DELIMITED BY SIZE
                  WS-BUSCA-TRAB DELIMITED BY SIZE
                  " APONTADAS NA ORDEM " DELIMITED BY SIZE
                  WS-BUSCA-ORDEM DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       BUSCA-TRABALHADOR.
           DISPLAY "MATRICULA DO TRABALHADOR: "
           ACCEPT WS-BUSCA-TRAB
           MOVE "N" TO WS-ACHOU-TRAB
           IF WS-TRB-COUNT > 0
              SET WS-TRB-IDX TO 1
              SEARCH WS-TRB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-TB-MAT(WS-TRB-IDX) = WS-BUSCA-TRAB
                    MOVE "Y" TO WS-ACHOU-TRAB
              END-SEARCH
           END-IF.

      *    Trabalhador novo entra ativo com nome e valor da hora; o ja
      *    cadastrado muda o valor da hora e a situacao. Inativo nao
      *    recebe apontamento, mas as horas antigas continuam nos
      *    relatorios.
       CADASTRA-TRABALHADOR.
           PERFORM BUSCA-TRABALHADOR
           IF WS-BUSCA-TRAB = SPACES
              DISPLAY "MATRICULA EM BRANCO"
              EXIT PARAGRAPH
           END-IF
           IF NOT ACHOU-TRAB
              IF WS-TRB-COUNT > 99
                 DISPLAY "TABELA DE TRABALHADORES CHEIA"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TRB-COUNT
              SET WS-TRB-IDX TO WS-TRB-COUNT
              MOVE WS-BUSCA-TRAB TO WS-TB-MAT(WS-TRB-IDX)
              DISPLAY "NOME: "
              ACCEPT WS-TB-NOME(WS-TRB-IDX)
              MOVE 0.01    TO WS-DEC-MIN
              MOVE 9999.99 TO WS-DEC-MAX
              MOVE "VALOR DA HORA: " TO WS-DEC-PROMPT
              PERFORM CAPTURA-DECIMAL-VALIDADO
              MOVE WS-DEC-ENTRADA TO WS-TB-VHORA(WS-TRB-IDX)
              MOVE "A" TO WS-TB-SIT(WS-TRB-IDX)
              MOVE "Y" TO WS-ALTERADO
              MOVE SPACES TO WS-RECIBO-DESCRICAO
              STRING "TRABALHADOR " DELIMITED BY SIZE
                     WS-BUSCA-TRAB DELIMITED BY SIZE
                     " INCLUIDO" DELIMITED BY SIZE
                     INTO WS-RECIBO-DESCRICAO
              END-STRING
              PERFORM EXIBE-RECIBO-CONFIRMACAO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "TRABALHADOR " WS-TB-MAT(WS-TRB-IDX) " "
              WS-TB-NOME(WS-TRB-IDX) " HORA " WS-TB-VHORA(WS-TRB-IDX)
              " SITUACAO " WS-TB-SIT(WS-TRB-IDX)
           MOVE 0       TO WS-DEC-MIN
           MOVE 9999.99 TO WS-DEC-MAX
           MOVE "NOVO VALOR DA HORA (0 = MANTEM): " TO WS-DEC-PROMPT
           PERFORM CAPTURA-DECIMAL-VALIDADO
           IF WS-DEC-ENTRADA > 0
              MOVE WS-DEC-ENTRADA TO WS-TB-VHORA(WS-TRB-IDX)
           END-IF
           MOVE 1 TO WS-NUM-MIN
           MOVE 2 TO WS-NUM-MAX
           MOVE "SITUACAO: 1 ATIVO 2 INATIVO: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           IF WS-NUM-ENTRADA = 1
              MOVE "A" TO WS-TB-SIT(WS-TRB-IDX)
           ELSE
              MOVE "I" TO WS-TB-SIT(WS-TRB-IDX)
           END-IF
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "TRABALHADOR " DELIMITED BY SIZE
                  WS-BUSCA-TRAB DELIMITED BY SIZE
                  " ALTERADO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CARREGA-TRABALHADORES.
           MOVE 0 TO WS-TRB-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT TRABALHADORES
           IF WS-TRB-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ TRABALHADORES
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-TRB-COUNT < 100
                          ADD 1 TO WS-TRB-COUNT
                          MOVE TB-MATRICULA
                             TO WS-TB-MAT(WS-TRB-COUNT)
                          MOVE TB-NOME
                             TO WS-TB-NOME(WS-TRB-COUNT)
                          MOVE TB-VALOR-HORA
                             TO WS-TB-VHORA(WS-TRB-COUNT)
                          MOVE TB-SITUACAO
                             TO WS-TB-SIT(WS-TRB-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRABALHADORES
           END-IF.

       GRAVA-TRABALHADORES.
           OPEN OUTPUT TRABALHADORES
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                 UNTIL WS-TRB-IDX > WS-TRB-COUNT
              MOVE SPACES TO TRABALHADOR-REC
              MOVE WS-TB-MAT(WS-TRB-IDX)   TO TB-MATRICULA
              MOVE WS-TB-NOME(WS-TRB-IDX)  TO TB-NOME
              MOVE WS-TB-VHORA(WS-TRB-IDX) TO TB-VALOR-HORA
              MOVE WS-TB-SIT(WS-TRB-IDX)   TO TB-SITUACAO
              WRITE TRABALHADOR-REC
           END-PERFORM
           CLOSE TRABALHADORES.

      *    Ordem encerrada sem fatura - escolheu faturar depois no
      *    encerramento ou foi encerrada antes do faturamento.
       FATURA-ORDEM-ENCERRADA.
           PERFORM BUSCA-ORDEM
           IF NOT ACHOU-ORDEM
              EXIT PARAGRAPH
           END-IF
           IF WS-OR-SIT(WS-ORD-IDX) NOT = "E"
              DISPLAY "ORDEM " WS-BUSCA-ORDEM " AINDA ABERTA - "
                 "ENCERRE PARA FATURAR"
              EXIT PARAGRAPH
           END-IF
           IF WS-OR-FAT-SIT(WS-ORD-IDX) = "F"
              DISPLAY "ORDEM " WS-BUSCA-ORDEM " JA FATURADA EM "
                 WS-OR-DT-FAT(WS-ORD-IDX)
              EXIT PARAGRAPH
           END-IF
           PERFORM FATURA-ORDEM.

      *    Fatura da ordem corrente (WS-ORD-IDX): o material real ao
      *    custo mais a margem, mostrado como o material do orcamento
      *    aceito mais a diferenca sobre ele (negativa quando gastou
      *    menos), e a mao de obra apontada. A vista ou parcelada num
      *    contrato de recebiveis; "depois" deixa a ordem no relatorio
      *    de encerradas sem fatura.
       FATURA-ORDEM.
           PERFORM CALCULA-FATURA-ORDEM
           IF WS-FAT-TOTAL = 0
              DISPLAY "ORDEM " WS-OR-NUM(WS-ORD-IDX) " SEM MATERIAL "
                 "NEM MAO DE OBRA - NADA A FATURAR"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-TOTAL TO WS-VALOR-ED
           DISPLAY "VALOR DA FATURA DA ORDEM " WS-OR-NUM(WS-ORD-IDX)
              ": " WS-VALOR-ED
           MOVE 0 TO WS-NUM-MIN
           MOVE 2 TO WS-NUM-MAX
           MOVE "FORMA: 0 DEPOIS 1 A VISTA 2 PARCELADO: "
              TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-FORMA-PGTO
           IF WS-FORMA-PGTO = 0
              DISPLAY "ORDEM " WS-OR-NUM(WS-ORD-IDX) " SEM FATURA - "
                 "CONSTA NO RELATORIO DE ENCERRADAS SEM FATURA"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OR-CTR(WS-ORD-IDX)
           IF WS-FORMA-PGTO = 2
              IF WS-FAT-TOTAL > 9999999.99
                 DISPLAY "VALOR ACIMA DO LIMITE DO CONTRATO - "
                    "FATURE A VISTA"
                 EXIT PARAGRAPH
              END-IF
              MOVE 2  TO WS-NUM-MIN
              MOVE 12 TO WS-NUM-MAX
              MOVE "NUMERO DE PARCELAS (2 A 12): " TO WS-NUM-PROMPT
              PERFORM CAPTURA-NUMERO-VALIDADO
              MOVE WS-NUM-ENTRADA TO WS-QTD-PARCELAS
              PERFORM GERA-CONTRATO-OBRA
           END-IF
           PERFORM IMPRIME-FATURA-OBRA
           MOVE "F"             TO WS-OR-FAT-SIT(WS-ORD-IDX)
           MOVE WS-HOJE         TO WS-OR-DT-FAT(WS-ORD-IDX)
           MOVE WS-FAT-MAT-REAL TO WS-OR-VLR-MAT(WS-ORD-IDX)
           MOVE WS-FAT-TOTAL    TO WS-OR-VLR-FAT(WS-ORD-IDX)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "ORDEM " DELIMITED BY SIZE
                  WS-OR-NUM(WS-ORD-IDX) DELIMITED BY SIZE
                  " FATURADA - " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " EM OBRAFAT.DAT" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CALCULA-FATURA-ORDEM.
           COMPUTE WS-FAT-MAT-ORC ROUNDED =
              WS-OR-EST(WS-ORD-IDX) * (100 + WS-MARGEM-PADRAO) / 100
              ON SIZE ERROR MOVE 99999999.99 TO WS-FAT-MAT-ORC
           END-COMPUTE
           COMPUTE WS-FAT-MAT-REAL ROUNDED =
              WS-OR-REAL(WS-ORD-IDX) * (100 + WS-MARGEM-PADRAO) / 100
              ON SIZE ERROR MOVE 99999999.99 TO WS-FAT-MAT-REAL
           END-COMPUTE
           COMPUTE WS-FAT-DIFERENCA = WS-FAT-MAT-REAL - WS-FAT-MAT-ORC
           COMPUTE WS-FAT-TOTAL =
              WS-FAT-MAT-REAL + WS-OR-MOB(WS-ORD-IDX)
              ON SIZE ERROR MOVE 99999999.99 TO WS-FAT-TOTAL
           END-COMPUTE.

      *    Parcelas iguais sem juros com vencimentos mensais a partir
      *    do faturamento, no molde do contrato de venda do CARRO; a
      *    sobra do arredondamento vai na ultima.
       GERA-CONTRATO-OBRA.
           PERFORM PROXIMO-NUMERO-CONTRATO
           COMPUTE WS-CTR-PARCELA ROUNDED =
              WS-FAT-TOTAL / WS-QTD-PARCELAS
           COMPUTE WS-ULT-PARCELA = WS-FAT-TOTAL + WS-CTR-PARCELA
              - (WS-CTR-PARCELA * WS-QTD-PARCELAS)
           MOVE SPACES                TO CONTRATO-REC
           MOVE WS-PROX-CONTRATO      TO CT-NUMERO
           MOVE 0                     TO CT-COT-NUMERO
           MOVE WS-OR-CLI(WS-ORD-IDX) TO CT-CLIENTE
           MOVE WS-HOJE               TO CT-DATA
           MOVE WS-FAT-TOTAL          TO CT-TOTAL
           MOVE WS-QTD-PARCELAS       TO CT-MESES
           MOVE WS-CTR-PARCELA        TO CT-PARCELA
           SET CT-ABERTO TO TRUE
           MOVE 0 TO CT-CONTRATO-ORIGEM
           OPEN EXTEND CONTRATOS
           IF WS-CTR-STATUS = "35"
              CLOSE CONTRATOS
              OPEN OUTPUT CONTRATOS
           END-IF
           WRITE CONTRATO-REC
           CLOSE CONTRATOS
           OPEN EXTEND PARCELAS
           IF WS-PARC-STATUS = "35"
              CLOSE PARCELAS
              OPEN OUTPUT PARCELAS
           END-IF
           PERFORM VARYING WS-PARC-N FROM 1 BY 1
                 UNTIL WS-PARC-N > WS-QTD-PARCELAS
              MOVE SPACES TO PARCELA-REC
              MOVE WS-PROX-CONTRATO TO PA-CONTRATO
              MOVE WS-PARC-N        TO PA-NUMERO
              COMPUTE WS-VENC-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 + (WS-PARC-N * 30)
              COMPUTE PA-VENCIMENTO =
                 FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
              IF WS-PARC-N = WS-QTD-PARCELAS
                 MOVE WS-ULT-PARCELA TO PA-VALOR
              ELSE
                 MOVE WS-CTR-PARCELA TO PA-VALOR
              END-IF
              SET PA-PENDENTE TO TRUE
              MOVE 0 TO PA-DATA-PGTO
              MOVE 0 TO PA-VLR-PRINCIPAL
              MOVE 0 TO PA-VLR-MULTA
              MOVE 0 TO PA-VLR-JUROS
              MOVE 0 TO PA-VLR-DESCONTO
              WRITE PARCELA-REC
           END-PERFORM
           CLOSE PARCELAS
           MOVE WS-PROX-CONTRATO TO WS-OR-CTR(WS-ORD-IDX)
           DISPLAY "CONTRATO " WS-PROX-CONTRATO " GERADO COM "
              WS-QTD-PARCELAS " PARCELA(S)".

       PROXIMO-NUMERO-CONTRATO.
           OPEN INPUT CONTRATO-SEQ
           IF WS-CTSEQ-STATUS = "35"
              MOVE 0 TO WS-PROX-CONTRATO
           ELSE
              READ CONTRATO-SEQ INTO WS-PROX-CONTRATO
              CLOSE CONTRATO-SEQ
           END-IF
           ADD 1 TO WS-PROX-CONTRATO
           OPEN OUTPUT CONTRATO-SEQ
           WRITE CONTRATO-SEQ-REC FROM WS-PROX-CONTRATO
           CLOSE CONTRATO-SEQ.

       IMPRIME-FATURA-OBRA.
           OPEN EXTEND FATURA-OBRA
           IF WS-FAT-STATUS = "35"
              CLOSE FATURA-OBRA
              OPEN OUTPUT FATURA-OBRA
           END-IF
           MOVE ALL "-" TO FATURA-OBRA-REC
           WRITE FATURA-OBRA-REC
           MOVE SPACES TO FATURA-OBRA-REC
           STRING "FATURA DA ORDEM " DELIMITED BY SIZE
                  WS-OR-NUM(WS-ORD-IDX) DELIMITED BY SIZE
                  "   PROJETO " DELIMITED BY SIZE
                  WS-OR-PROJ(WS-ORD-IDX) DELIMITED BY SIZE
                  "   DATA " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO FATURA-OBRA-REC
           END-STRING
           WRITE FATURA-OBRA-REC
           MOVE SPACES TO FATURA-OBRA-REC
           STRING "CLIENTE: " DELIMITED BY SIZE
                  WS-OR-CLI(WS-ORD-IDX) DELIMITED BY SIZE
                  INTO FATURA-OBRA-REC
           END-STRING
           WRITE FATURA-OBRA-REC
           MOVE SPACES TO FATURA-OBRA-REC
           MOVE WS-MARGEM-PADRAO TO WS-MARGEM-ED
           STRING "MATERIAL AO CUSTO MAIS " DELIMITED BY SIZE
                  WS-MARGEM-ED DELIMITED BY SIZE
                  "% DE MARGEM" DELIMITED BY SIZE
                  INTO FATURA-OBRA-REC
           END-STRING
           WRITE FATURA-OBRA-REC
           MOVE SPACES TO WS-FAT-LINHA
           MOVE "MATERIAL CONFORME ORCAMENTO ACEITO:" TO WS-FL-LABEL
           MOVE WS-FAT-MAT-ORC TO WS-FL-VALOR
           WRITE FATURA-OBRA-REC FROM WS-FAT-LINHA
           MOVE SPACES TO WS-FAT-LINHA
           MOVE "DIFERENCA DE MATERIAL SOBRE O ORCAMENTO:"
              TO WS-FL-LABEL
           MOVE WS-FAT-DIFERENCA TO WS-FL-VALOR
           WRITE FATURA-OBRA-REC FROM WS-FAT-LINHA
           MOVE SPACES TO WS-FAT-LINHA
           MOVE "MAO DE OBRA:" TO WS-FL-LABEL
           MOVE WS-OR-MOB(WS-ORD-IDX) TO WS-FL-VALOR
           WRITE FATURA-OBRA-REC FROM WS-FAT-LINHA
           MOVE SPACES TO WS-FAT-LINHA
           MOVE "TOTAL A PAGAR:" TO WS-FL-LABEL
           MOVE WS-FAT-TOTAL TO WS-FL-VALOR
           WRITE FATURA-OBRA-REC FROM WS-FAT-LINHA
           MOVE SPACES TO FATURA-OBRA-REC
           IF WS-FORMA-PGTO = 2
              MOVE WS-CTR-PARCELA TO WS-VALOR-ED
              STRING "PAGAMENTO: CONTRATO " DELIMITED BY SIZE
                     WS-PROX-CONTRATO DELIMITED BY SIZE
                     " EM " DELIMITED BY SIZE
                     WS-QTD-PARCELAS DELIMITED BY SIZE
                     " PARCELAS DE " DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     INTO FATURA-OBRA-REC
              END-STRING
              MOVE WS-FAT-TOTAL TO WS-VALOR-ED
           ELSE
              MOVE "PAGAMENTO: A VISTA" TO FATURA-OBRA-REC
           END-IF
           WRITE FATURA-OBRA-REC
           CLOSE FATURA-OBRA.

      *    Toda ordem encerrada sem fatura, com o valor que a fatura
      *    teria hoje - obra concluida nao fica sem cobranca.
       RELATORIO-SEM-FATURA.
           MOVE 0 TO WS-QTD-SEM-FATURA
           MOVE 0 TO WS-TOT-SEM-FATURA
           OPEN OUTPUT SEM-FATURA-REPORT
           MOVE "===== ORDENS ENCERRADAS SEM FATURA ====="
              TO SEM-FATURA-REPORT-REC
           WRITE SEM-FATURA-REPORT-REC
           MOVE "ORDEM  PROJ.  CLIENTE              ENCERRAD  DIAS"
              TO SEM-FATURA-REPORT-REC
           MOVE "A FATURAR" TO SEM-FATURA-REPORT-REC(55:9)
           WRITE SEM-FATURA-REPORT-REC
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                 UNTIL WS-ORD-IDX > WS-ORD-COUNT
              IF WS-OR-SIT(WS-ORD-IDX) = "E"
                    AND WS-OR-FAT-SIT(WS-ORD-IDX) NOT = "F"
                 PERFORM LISTA-UMA-SEM-FATURA
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-FAT-LINHA
           MOVE "TOTAL A FATURAR:" TO WS-FL-LABEL
           MOVE WS-TOT-SEM-FATURA TO WS-FL-VALOR
           WRITE SEM-FATURA-REPORT-REC FROM WS-FAT-LINHA
           CLOSE SEM-FATURA-REPORT
           DISPLAY WS-QTD-SEM-FATURA " ORDEM(NS) ENCERRADA(S) SEM "
              "FATURA - VER OBRASFAT.DAT".

       LISTA-UMA-SEM-FATURA.
           ADD 1 TO WS-QTD-SEM-FATURA
           PERFORM CALCULA-FATURA-ORDEM
           ADD WS-FAT-TOTAL TO WS-TOT-SEM-FATURA
           MOVE SPACES TO WS-SF-LINHA
           MOVE WS-OR-NUM(WS-ORD-IDX)  TO WS-SF-NUM
           MOVE WS-OR-PROJ(WS-ORD-IDX) TO WS-SF-PROJ
           MOVE WS-OR-CLI(WS-ORD-IDX)  TO WS-SF-CLI
           IF WS-OR-DT-ENC(WS-ORD-IDX) = 0
              MOVE "SEM DATA" TO WS-SF-DATA
              MOVE 0 TO WS-SF-DIAS
           ELSE
              MOVE WS-OR-DT-ENC(WS-ORD-IDX) TO WS-SF-DATA
              COMPUTE WS-IDADE-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 - FUNCTION INTEGER-OF-DATE(WS-OR-DT-ENC(WS-ORD-IDX))
              MOVE WS-IDADE-DIAS TO WS-SF-DIAS
           END-IF
           MOVE WS-FAT-TOTAL TO WS-SF-VALOR
           WRITE SEM-FATURA-REPORT-REC FROM WS-SF-LINHA.

      *    Horas apontadas na semana (segunda a domingo) da data
      *    informada, por trabalhador e por ordem, a partir das linhas
      *    de OBRAHORA.DAT. O dia da semana sai do resto por 7 da data
      *    inteira (1 = segunda, 0 = domingo).
       RELATORIO-SEMANAL-HORAS.
           DISPLAY "DATA DA SEMANA (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-SEM-DATA
           IF WS-SEM-DATA = 0
              MOVE WS-HOJE TO WS-SEM-DATA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEM-DATA) NOT = 0
              DISPLAY "DATA " WS-SEM-DATA " INVALIDA"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEM-INT = FUNCTION INTEGER-OF-DATE(WS-SEM-DATA)
           DIVIDE WS-SEM-INT BY 7 GIVING WS-SEM-QUOC
              REMAINDER WS-SEM-RESTO
           IF WS-SEM-RESTO = 0
              SUBTRACT 6 FROM WS-SEM-INT
           ELSE
              SUBTRACT WS-SEM-RESTO FROM WS-SEM-INT
              ADD 1 TO WS-SEM-INT
           END-IF
           COMPUTE WS-SEM-INICIO = FUNCTION DATE-OF-INTEGER(WS-SEM-INT)
           ADD 6 TO WS-SEM-INT
           COMPUTE WS-SEM-FIM = FUNCTION DATE-OF-INTEGER(WS-SEM-INT)
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                 UNTIL WS-TRB-IDX > WS-TRB-COUNT
              MOVE 0 TO WS-TB-SEM-HORAS(WS-TRB-IDX)
              MOVE 0 TO WS-TB-SEM-VLR(WS-TRB-IDX)
           END-PERFORM
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                 UNTIL WS-ORD-IDX > WS-ORD-COUNT
              MOVE 0 TO WS-OR-SEM-HORAS(WS-ORD-IDX)
              MOVE 0 TO WS-OR-SEM-VLR(WS-ORD-IDX)
           END-PERFORM
           MOVE 0 TO WS-SEM-HORAS-TOT
           MOVE 0 TO WS-SEM-VLR-TOT
           MOVE 0 TO WS-SEM-LINHAS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT APONTAMENTO-HORAS
           IF WS-AH-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ APONTAMENTO-HORAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF AH-DATA NOT < WS-SEM-INICIO
                             AND AH-DATA NOT > WS-SEM-FIM
                          PERFORM ACUMULA-HORAS-SEMANA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APONTAMENTO-HORAS
           END-IF
           PERFORM GRAVA-RELATORIO-SEMANAL
           DISPLAY WS-SEM-LINHAS " APONTAMENTO(S) DE " WS-SEM-INICIO
              " A " WS-SEM-FIM " - VER OBRASEM.DAT".

       ACUMULA-HORAS-SEMANA.
           ADD 1 TO WS-SEM-LINHAS
           ADD AH-HORAS TO WS-SEM-HORAS-TOT
           ADD AH-VALOR TO WS-SEM-VLR-TOT
           IF WS-TRB-COUNT > 0
              SET WS-TRB-IDX TO 1
              SEARCH WS-TRB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-TB-MAT(WS-TRB-IDX) = AH-MATRICULA
                    ADD AH-HORAS TO WS-TB-SEM-HORAS(WS-TRB-IDX)
                    ADD AH-VALOR TO WS-TB-SEM-VLR(WS-TRB-IDX)
              END-SEARCH
           END-IF
           IF WS-ORD-COUNT > 0
              SET WS-ORD-IDX TO 1
              SEARCH WS-ORD-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-OR-NUM(WS-ORD-IDX) = AH-ORDEM
                    ADD AH-HORAS TO WS-OR-SEM-HORAS(WS-ORD-IDX)
                    ADD AH-VALOR TO WS-OR-SEM-VLR(WS-ORD-IDX)
              END-SEARCH
           END-IF.

       GRAVA-RELATORIO-SEMANAL.
           OPEN OUTPUT SEMANAL-REPORT
           MOVE SPACES TO SEMANAL-REPORT-REC
           STRING "===== HORAS DA SEMANA DE " DELIMITED BY SIZE
                  WS-SEM-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-SEM-FIM DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO SEMANAL-REPORT-REC
           END-STRING
           WRITE SEMANAL-REPORT-REC
           MOVE "POR TRABALHADOR" TO SEMANAL-REPORT-REC
           WRITE SEMANAL-REPORT-REC
           MOVE "MATRIC  NOME" TO SEMANAL-REPORT-REC
           MOVE "HORAS" TO SEMANAL-REPORT-REC(35:5)
           MOVE "VALOR" TO SEMANAL-REPORT-REC(53:5)
           WRITE SEMANAL-REPORT-REC
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                 UNTIL WS-TRB-IDX > WS-TRB-COUNT
              IF WS-TB-SEM-HORAS(WS-TRB-IDX) > 0
                 MOVE SPACES TO WS-SH-LINHA
                 MOVE WS-TB-MAT(WS-TRB-IDX)       TO WS-SH-CODIGO
                 MOVE WS-TB-NOME(WS-TRB-IDX)      TO WS-SH-NOME
                 MOVE WS-TB-SEM-HORAS(WS-TRB-IDX) TO WS-SH-HORAS
                 MOVE WS-TB-SEM-VLR(WS-TRB-IDX)   TO WS-SH-VALOR
                 WRITE SEMANAL-REPORT-REC FROM WS-SH-LINHA
              END-IF
           END-PERFORM
           MOVE SPACES TO SEMANAL-REPORT-REC
           WRITE SEMANAL-REPORT-REC
           MOVE "POR ORDEM" TO SEMANAL-REPORT-REC
           WRITE SEMANAL-REPORT-REC
           MOVE "ORDEM   CLIENTE" TO SEMANAL-REPORT-REC
           MOVE "HORAS" TO SEMANAL-REPORT-REC(35:5)
           MOVE "VALOR" TO SEMANAL-REPORT-REC(53:5)
           WRITE SEMANAL-REPORT-REC
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                 UNTIL WS-ORD-IDX > WS-ORD-COUNT
              IF WS-OR-SEM-HORAS(WS-ORD-IDX) > 0
                 MOVE SPACES TO WS-SH-LINHA
                 MOVE WS-OR-NUM(WS-ORD-IDX)       TO WS-SH-CODIGO
                 MOVE WS-OR-CLI(WS-ORD-IDX)       TO WS-SH-NOME
                 MOVE WS-OR-SEM-HORAS(WS-ORD-IDX) TO WS-SH-HORAS
                 MOVE WS-OR-SEM-VLR(WS-ORD-IDX)   TO WS-SH-VALOR
                 WRITE SEMANAL-REPORT-REC FROM WS-SH-LINHA
              END-IF
           END-PERFORM
           MOVE SPACES TO SEMANAL-REPORT-REC
           WRITE SEMANAL-REPORT-REC
           MOVE SPACES TO WS-SH-LINHA
           MOVE "TOTAL"          TO WS-SH-CODIGO
           MOVE WS-SEM-HORAS-TOT TO WS-SH-HORAS
           MOVE WS-SEM-VLR-TOT   TO WS-SH-VALOR
           WRITE SEMANAL-REPORT-REC FROM WS-SH-LINHA
           CLOSE SEMANAL-REPORT.

       RELATORIO-ABERTAS.
           MOVE 0 TO WS-QTD-ABERTAS
           OPEN OUTPUT ABERTAS-REPORT
