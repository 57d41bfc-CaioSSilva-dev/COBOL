       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVND.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Auditoria noturna de integridade referencial dos arquivos de
      * vendas e financeiro - o par do AUDITMST para o lado comercial.
      * Cancelamentos, expurgos e restauracoes deixam registros
      * apontando para o que ja nao existe; aqui eles aparecem no
      * relatorio de excecoes AUDITVND.DAT, no layout do AUDITEXC.DAT
      * (chave mais larga), com severidade:
      *   GRAVE - referencia quebrada que produz resultado errado:
      *           venda (VENDAS/VENDASAR) com veiculo, vendedor ou
      *           nota fiscal inexistente; parcela sem contrato;
      *           unidade (VEICUNID) de modelo fora do VEICMAST;
      *           VEIC-RESERVADO acima das unidades em cotacao ativa;
      *   MEDIO - referencia quebrada de efeito limitado: venda com
      *           cliente fora do CUSTMAST; entrega ou revisao de
      *           nota inexistente; VEIC-RESERVADO abaixo das
      *           unidades cotadas com estoque livre para reservar;
      *           cotacao ativa de veiculo fora do VEICMAST;
      *   LEVE  - reserva abaixo do cotado por falta de estoque (a
      *           cotacao foi gravada com reserva incompleta).
      * Campos de referencia em branco sao registros anteriores ao
      * campo (venda sem nota, venda sem cliente cadastrado) e nao
      * sao excecao. Cotacao ativa e a que nao foi vendida nem
      * reprovada - a expirada segura a reserva ate o expurgo. Arquivo
      * de referencia ausente suspende as verificacoes contra ele.
      * Passo da cadeia noturna; apenas relata, nao altera arquivos.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VMAST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-STATUS.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTR-STATUS.
           SELECT SERVICO-AGENDA ASSIGN TO "SERVAGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERV-STATUS.
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VUNI-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT AUDIT-VENDAS ASSIGN TO "AUDITVND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  NOTA-FISCAL.
       COPY "NOTAREC.cpy".

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  ENTREGAS.
       COPY "ENTRREC.cpy".

       FD  SERVICO-AGENDA.
       COPY "SERVREC.cpy".

       FD  VEICULO-UNIDADE.
       COPY "VEICUNIREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  AUDIT-VENDAS
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-VENDAS-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VMAST-STATUS  PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-NOTA-STATUS   PIC XX VALUE SPACES.
       77  WS-CONT-STATUS   PIC XX VALUE SPACES.
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-ENTR-STATUS   PIC XX VALUE SPACES.
       77  WS-SERV-STATUS   PIC XX VALUE SPACES.
       77  WS-VUNI-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-EXC-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
      *    Arquivo de referencia disponivel: ausente (status 35) ou
      *    tabela estourada suspende as verificacoes contra ele.
       77  WS-TEM-VEIC      PIC X VALUE "N".
           88 TEM-VEIC             VALUE "Y".
       77  WS-TEM-VEND      PIC X VALUE "N".
           88 TEM-VEND             VALUE "Y".
       77  WS-TEM-CLIENTE   PIC X VALUE "N".
           88 TEM-CLIENTE          VALUE "Y".
       77  WS-TEM-NOTA      PIC X VALUE "N".
           88 TEM-NOTA             VALUE "Y".
       77  WS-TEM-CONTRATO  PIC X VALUE "N".
           88 TEM-CONTRATO         VALUE "Y".
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-QTD-GRAVE     PIC 9(5) VALUE 0.
       77  WS-QTD-MEDIO     PIC 9(5) VALUE 0.
       77  WS-QTD-LEVE      PIC 9(5) VALUE 0.
       77  WS-NUM-PROCURA   PIC 9(6) VALUE 0.
       77  WS-COT-QTD-W     PIC 9(3) VALUE 0.
       77  WS-RES-W         PIC 9(3) VALUE 0.
       77  WS-EST-W         PIC 9(3) VALUE 0.
       77  WS-VEIC-IDX      PIC 9(4) VALUE 0.
      *    Modelos do VEICMAST pelo proprio VEIC-ID (1-999): existe,
      *    estoque, reservado e unidades somadas das cotacoes ativas.
       01  WS-VEIC-TABELA.
           05  WS-VT-ENTRY OCCURS 999 TIMES.
               10  WS-VT-EXISTE    PIC X.
               10  WS-VT-ESTOQUE   PIC 9(3).
               10  WS-VT-RESERVADO PIC 9(3).
               10  WS-VT-COTADO    PIC 9(5).
       77  WS-NOTA-COUNT    PIC 9(4) VALUE 0.
       01  WS-NOTA-TABELA.
           05  WS-NOTA-ENTRY OCCURS 1 TO 9999 TIMES
                              DEPENDING ON WS-NOTA-COUNT
                              INDEXED BY WS-NOTA-IDX.
               10  WS-NT-NUMERO    PIC 9(6).
       77  WS-CONT-COUNT    PIC 9(4) VALUE 0.
       01  WS-CONT-TABELA.
           05  WS-CONT-ENTRY OCCURS 1 TO 9999 TIMES
                              DEPENDING ON WS-CONT-COUNT
                              INDEXED BY WS-CONT-IDX.
               10  WS-CT-NUMERO    PIC 9(6).
       01  WS-MSG-RESERVA.
           05  WS-MR-TEXTO      PIC X(30).
           05  WS-MR-RESERVADO  PIC 9(3).
           05  FILLER           PIC X(3) VALUE " X ".
           05  WS-MR-COTADO     PIC 9(5).
       01  WS-EXC-LINHA.
           05  WS-EXC-SEV       PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EXC-ARQ       PIC X(12).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EXC-CHAVE     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-EXC-MSG       PIC X(43).
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT AUDIT-VENDAS
           PERFORM CARREGA-VEICULOS
           PERFORM CARREGA-NOTAS
           PERFORM CARREGA-CONTRATOS
           PERFORM ABRE-CADASTROS
           PERFORM AUDITA-VENDAS
           PERFORM AUDITA-VENDAS-ARQUIVO
           PERFORM FECHA-CADASTROS
           PERFORM AUDITA-PARCELAS
           PERFORM AUDITA-ENTREGAS
           PERFORM AUDITA-SERVICOS
           PERFORM AUDITA-UNIDADES
           PERFORM AUDITA-RESERVAS
           CLOSE AUDIT-VENDAS
           DISPLAY "AUDITORIA DE VENDAS E FINANCEIRO: " WS-QTD-GRAVE
              " GRAVE, " WS-QTD-MEDIO " MEDIO, " WS-QTD-LEVE " LEVE"
           GOBACK.

       CARREGA-VEICULOS.
           PERFORM VARYING WS-VEIC-IDX FROM 1 BY 1
                 UNTIL WS-VEIC-IDX > 999
              MOVE "N" TO WS-VT-EXISTE(WS-VEIC-IDX)
              MOVE 0 TO WS-VT-ESTOQUE(WS-VEIC-IDX)
              MOVE 0 TO WS-VT-RESERVADO(WS-VEIC-IDX)
              MOVE 0 TO WS-VT-COTADO(WS-VEIC-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              DISPLAY "VEICMAST.DAT NAO ENCONTRADO - VEICULOS E "
                 "RESERVAS NAO AUDITADOS"
           ELSE
              MOVE "Y" TO WS-TEM-VEIC
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VEIC-ID > 0
                          PERFORM GUARDA-UM-VEICULO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-MASTER
           END-IF.

       GUARDA-UM-VEICULO.
           MOVE "Y" TO WS-VT-EXISTE(VEIC-ID)
           IF VEIC-ESTOQUE IS NUMERIC
              MOVE VEIC-ESTOQUE TO WS-VT-ESTOQUE(VEIC-ID)
           END-IF
           IF VEIC-RESERVADO IS NUMERIC
              MOVE VEIC-RESERVADO TO WS-VT-RESERVADO(VEIC-ID)
           END-IF.

       CARREGA-NOTAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT NOTA-FISCAL
           IF WS-NOTA-STATUS = "35"
              DISPLAY "NOTAFISC.DAT NAO ENCONTRADO - NOTAS NAO "
                 "AUDITADAS"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TEM-NOTA
           PERFORM UNTIL EOF-ARQ
              READ NOTA-FISCAL
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-NOTA-COUNT < 9999
                       ADD 1 TO WS-NOTA-COUNT
                       MOVE NF-NUMERO TO WS-NT-NUMERO(WS-NOTA-COUNT)
                    ELSE
                       MOVE "N" TO WS-TEM-NOTA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTA-FISCAL
           IF NOT TEM-NOTA
              DISPLAY "NOTAFISC.DAT ACIMA DE 9999 NOTAS - NOTAS NAO "
                 "AUDITADAS"
           END-IF.

       CARREGA-CONTRATOS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CONT-STATUS = "35"
              DISPLAY "CONTRATOS.DAT NAO ENCONTRADO - PARCELAS NAO "
                 "AUDITADAS"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TEM-CONTRATO
           PERFORM UNTIL EOF-ARQ
              READ CONTRATOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-CONT-COUNT < 9999
                       ADD 1 TO WS-CONT-COUNT
                       MOVE CT-NUMERO TO WS-CT-NUMERO(WS-CONT-COUNT)
                    ELSE
                       MOVE "N" TO WS-TEM-CONTRATO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS
           IF NOT TEM-CONTRATO
              DISPLAY "CONTRATOS.DAT ACIMA DE 9999 CONTRATOS - "
                 "PARCELAS NAO AUDITADAS"
           END-IF.

      *    Vendedor e cliente sao lidos pela chave, venda a venda.
       ABRE-CADASTROS.
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VMAST-STATUS = "35"
              DISPLAY "VENDMAST.DAT NAO ENCONTRADO - VENDEDORES NAO "
                 "AUDITADOS"
           ELSE
              MOVE "Y" TO WS-TEM-VEND
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTMAST.DAT NAO ENCONTRADO - CLIENTES NAO "
                 "AUDITADOS"
           ELSE
              MOVE "Y" TO WS-TEM-CLIENTE
           END-IF.

       FECHA-CADASTROS.
           IF TEM-VEND
              CLOSE VENDEDOR-MASTER
           END-IF
           IF TEM-CLIENTE
              CLOSE CUSTOMER-MASTER
           END-IF.

       AUDITA-VENDAS.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS = "35"
              DISPLAY "VENDAS.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE "VENDAS.DAT" TO WS-EXC-ARQ
                       PERFORM AUDITA-UMA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

      *    O arquivo morto tem o mesmo layout - cada linha passa pelo
      *    registro de VENDAS e segue a mesma verificacao.
       AUDITA-VENDAS-ARQUIVO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS = "35"
              DISPLAY "VENDASAR.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       MOVE "VENDASAR.DAT" TO WS-EXC-ARQ
                       PERFORM AUDITA-UMA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       AUDITA-UMA-VENDA.
           MOVE SPACES TO WS-EXC-CHAVE
           STRING VD-DATA DELIMITED BY SIZE
                  "/"     DELIMITED BY SIZE
                  VD-NF-NUMERO DELIMITED BY SIZE
              INTO WS-EXC-CHAVE
           END-STRING
           IF TEM-VEIC
              IF VD-VEIC-ID IS NOT NUMERIC OR VD-VEIC-ID = 0
                 MOVE "GRAVE" TO WS-EXC-SEV
                 MOVE "VENDA SEM VEICULO" TO WS-EXC-MSG
                 PERFORM GRAVA-EXCECAO
              ELSE
                 IF WS-VT-EXISTE(VD-VEIC-ID) NOT = "Y"
                    MOVE "GRAVE" TO WS-EXC-SEV
                    MOVE "VEICULO INEXISTENTE NO VEICMAST"
                       TO WS-EXC-MSG
                    PERFORM GRAVA-EXCECAO
                 END-IF
              END-IF
           END-IF
           IF TEM-VEND
              IF VD-VENDEDOR-ID = SPACES
                 MOVE "GRAVE" TO WS-EXC-SEV
                 MOVE "VENDA SEM VENDEDOR" TO WS-EXC-MSG
                 PERFORM GRAVA-EXCECAO
              ELSE
                 MOVE VD-VENDEDOR-ID TO VM-VENDEDOR-ID
                 READ VENDEDOR-MASTER KEY IS VM-VENDEDOR-ID
                    INVALID KEY
                       MOVE "GRAVE" TO WS-EXC-SEV
                       MOVE "VENDEDOR INEXISTENTE NO VENDMAST"
                          TO WS-EXC-MSG
                       PERFORM GRAVA-EXCECAO
                 END-READ
              END-IF
              IF VD-VENDEDOR-ID-2 NOT = SPACES
                 MOVE VD-VENDEDOR-ID-2 TO VM-VENDEDOR-ID
                 READ VENDEDOR-MASTER KEY IS VM-VENDEDOR-ID
                    INVALID KEY
                       MOVE "GRAVE" TO WS-EXC-SEV
                       MOVE "SEGUNDO VENDEDOR INEXISTENTE NO VENDMAST"
                          TO WS-EXC-MSG
                       PERFORM GRAVA-EXCECAO
                 END-READ
              END-IF
           END-IF
           IF TEM-CLIENTE AND VD-CLIENTE-ID NOT = SPACES
              MOVE VD-CLIENTE-ID TO CM-CUSTOMER-ID
              READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
                 INVALID KEY
                    MOVE "MEDIO" TO WS-EXC-SEV
                    MOVE "CLIENTE INEXISTENTE NO CUSTMAST"
                       TO WS-EXC-MSG
                    PERFORM GRAVA-EXCECAO
              END-READ
           END-IF
           IF TEM-NOTA AND VD-NF-NUMERO IS NUMERIC
                 AND VD-NF-NUMERO > 0
              MOVE VD-NF-NUMERO TO WS-NUM-PROCURA
              PERFORM PROCURA-NOTA
              IF NOT ACHOU
                 MOVE "GRAVE" TO WS-EXC-SEV
                 MOVE "NOTA FISCAL INEXISTENTE NO NOTAFISC"
                    TO WS-EXC-MSG
                 PERFORM GRAVA-EXCECAO
              END-IF
           END-IF.

       AUDITA-PARCELAS.
           IF NOT TEM-CONTRATO
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS = "35"
              DISPLAY "PARCELAS.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              MOVE "PARCELAS.DAT" TO WS-EXC-ARQ
              PERFORM UNTIL EOF-ARQ
                 READ PARCELAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM AUDITA-UMA-PARCELA
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.

       AUDITA-UMA-PARCELA.
           MOVE "N" TO WS-ACHOU
           IF WS-CONT-COUNT > 0
              SET WS-CONT-IDX TO 1
              SEARCH WS-CONT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CT-NUMERO(WS-CONT-IDX) = PA-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              MOVE SPACES TO WS-EXC-CHAVE
              STRING PA-CONTRATO DELIMITED BY SIZE
                     "/"         DELIMITED BY SIZE
                     PA-NUMERO   DELIMITED BY SIZE
                 INTO WS-EXC-CHAVE
              END-STRING
              MOVE "GRAVE" TO WS-EXC-SEV
              MOVE "PARCELA SEM CONTRATO NO CONTRATOS.DAT"
                 TO WS-EXC-MSG
              PERFORM GRAVA-EXCECAO
           END-IF.

       AUDITA-ENTREGAS.
           IF NOT TEM-NOTA
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ENTREGAS
           IF WS-ENTR-STATUS = "35"
              DISPLAY "ENTREGAS.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              MOVE "ENTREGAS.DAT" TO WS-EXC-ARQ
              PERFORM UNTIL EOF-ARQ
                 READ ENTREGAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING EN-NF-NUMERO  DELIMITED BY SIZE
                              "/"           DELIMITED BY SIZE
                              EN-COT-NUMERO DELIMITED BY SIZE
                          INTO WS-EXC-CHAVE
                       END-STRING
                       MOVE EN-NF-NUMERO TO WS-NUM-PROCURA
                       PERFORM AUDITA-NOTA-APONTADA
                 END-READ
              END-PERFORM
              CLOSE ENTREGAS
           END-IF.

       AUDITA-SERVICOS.
           IF NOT TEM-NOTA
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT SERVICO-AGENDA
           IF WS-SERV-STATUS = "35"
              DISPLAY "SERVAGEN.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              MOVE "SERVAGEN.DAT" TO WS-EXC-ARQ
              PERFORM UNTIL EOF-ARQ
                 READ SERVICO-AGENDA
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING SA-NF-NUMERO DELIMITED BY SIZE
                              "/"          DELIMITED BY SIZE
                              SA-TIPO      DELIMITED BY SIZE
                          INTO WS-EXC-CHAVE
                       END-STRING
                       MOVE SA-NF-NUMERO TO WS-NUM-PROCURA
                       PERFORM AUDITA-NOTA-APONTADA
                 END-READ
              END-PERFORM
              CLOSE SERVICO-AGENDA
           END-IF.

      *    Entrega e revisao nascem de uma nota emitida - numero zero
      *    ou fora do NOTAFISC.DAT e referencia quebrada.
       AUDITA-NOTA-APONTADA.
           MOVE "N" TO WS-ACHOU
           IF WS-NUM-PROCURA > 0
              PERFORM PROCURA-NOTA
           END-IF
           IF NOT ACHOU
              MOVE "MEDIO" TO WS-EXC-SEV
              MOVE "NOTA FISCAL INEXISTENTE NO NOTAFISC"
                 TO WS-EXC-MSG
              PERFORM GRAVA-EXCECAO
           END-IF.

       PROCURA-NOTA.
           MOVE "N" TO WS-ACHOU
           IF WS-NOTA-COUNT > 0
              SET WS-NOTA-IDX TO 1
              SEARCH WS-NOTA-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-NT-NUMERO(WS-NOTA-IDX) = WS-NUM-PROCURA
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF.

       AUDITA-UNIDADES.
           IF NOT TEM-VEIC
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-UNIDADE
           IF WS-VUNI-STATUS = "35"
              DISPLAY "VEICUNID.DAT NAO ENCONTRADO - NAO AUDITADO"
           ELSE
              MOVE "VEICUNID.DAT" TO WS-EXC-ARQ
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-UNIDADE
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM AUDITA-UMA-UNIDADE
                 END-READ
              END-PERFORM
              CLOSE VEICULO-UNIDADE
           END-IF.

       AUDITA-UMA-UNIDADE.
           MOVE "N" TO WS-ACHOU
           IF VU-VEIC-ID IS NUMERIC AND VU-VEIC-ID > 0
              IF WS-VT-EXISTE(VU-VEIC-ID) = "Y"
                 MOVE "Y" TO WS-ACHOU
              END-IF
           END-IF
           IF NOT ACHOU
              MOVE VU-CHASSI TO WS-EXC-CHAVE
              MOVE "GRAVE" TO WS-EXC-SEV
              MOVE "CHASSI DE MODELO INEXISTENTE NO VEICMAST"
                 TO WS-EXC-MSG
              PERFORM GRAVA-EXCECAO
           END-IF.

      *    A reserva de cada modelo e conferida contra as unidades das
      *    cotacoes ainda ativas (COT-QTDE, branco/zero vale 1), na
      *    mesma regra que o CARRO reserva e o COTEXPUR devolve.
       AUDITA-RESERVAS.
           IF NOT TEM-VEIC
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              DISPLAY "COTACAO.DAT NAO ENCONTRADO - COTACOES NAO "
                 "SOMADAS"
           ELSE
              MOVE "COTACAO.DAT" TO WS-EXC-ARQ
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF NOT COT-VENDIDA AND NOT COT-REJEITADA
                             AND COT-VEIC-ID > 0
                          PERFORM SOMA-UMA-COTACAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COTACAO
           END-IF
           MOVE "VEICMAST.DAT" TO WS-EXC-ARQ
           PERFORM VARYING WS-VEIC-IDX FROM 1 BY 1
                 UNTIL WS-VEIC-IDX > 999
              IF WS-VT-EXISTE(WS-VEIC-IDX) = "Y"
                 PERFORM CONFERE-UMA-RESERVA
              END-IF
           END-PERFORM.

       SOMA-UMA-COTACAO.
           IF COT-QTDE IS NUMERIC AND COT-QTDE > 0
              MOVE COT-QTDE TO WS-COT-QTD-W
           ELSE
              MOVE 1 TO WS-COT-QTD-W
           END-IF
           IF WS-VT-EXISTE(COT-VEIC-ID) = "Y"
              ADD WS-COT-QTD-W TO WS-VT-COTADO(COT-VEIC-ID)
                 ON SIZE ERROR
                    MOVE 99999 TO WS-VT-COTADO(COT-VEIC-ID)
              END-ADD
           ELSE
              MOVE SPACES TO WS-EXC-CHAVE
              STRING COT-NUMERO DELIMITED BY SIZE
                     "/"        DELIMITED BY SIZE
                     COT-LINHA  DELIMITED BY SIZE
                 INTO WS-EXC-CHAVE
              END-STRING
              MOVE "MEDIO" TO WS-EXC-SEV
              MOVE "COTACAO ATIVA DE VEICULO FORA DO VEICMAST"
                 TO WS-EXC-MSG
              PERFORM GRAVA-EXCECAO
           END-IF.

      *    Reserva acima do cotado prende estoque que ninguem vai
      *    levar. Abaixo do cotado so e normal quando faltou estoque
      *    livre na gravacao da cotacao (reserva incompleta).
       CONFERE-UMA-RESERVA.
           MOVE WS-VT-RESERVADO(WS-VEIC-IDX) TO WS-RES-W
           MOVE WS-VT-ESTOQUE(WS-VEIC-IDX)   TO WS-EST-W
           IF WS-RES-W = WS-VT-COTADO(WS-VEIC-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXC-CHAVE
           MOVE WS-VEIC-IDX(2:3) TO WS-EXC-CHAVE
           MOVE WS-RES-W TO WS-MR-RESERVADO
           MOVE WS-VT-COTADO(WS-VEIC-IDX) TO WS-MR-COTADO
           EVALUATE TRUE
              WHEN WS-RES-W > WS-VT-COTADO(WS-VEIC-IDX)
                 MOVE "GRAVE" TO WS-EXC-SEV
                 MOVE "RESERVADO MAIOR QUE O COTADO: " TO WS-MR-TEXTO
              WHEN WS-RES-W < WS-EST-W
                 MOVE "MEDIO" TO WS-EXC-SEV
                 MOVE "RESERVADO MENOR QUE O COTADO: " TO WS-MR-TEXTO
              WHEN OTHER
                 MOVE "LEVE" TO WS-EXC-SEV
                 MOVE "SEM ESTOQUE PARA RESERVAR: " TO WS-MR-TEXTO
           END-EVALUATE
           MOVE WS-MSG-RESERVA TO WS-EXC-MSG
           PERFORM GRAVA-EXCECAO.

       GRAVA-EXCECAO.
           EVALUATE WS-EXC-SEV
              WHEN "GRAVE" ADD 1 TO WS-QTD-GRAVE
              WHEN "MEDIO" ADD 1 TO WS-QTD-MEDIO
              WHEN OTHER   ADD 1 TO WS-QTD-LEVE
           END-EVALUATE
           WRITE AUDIT-VENDAS-REC FROM WS-EXC-LINHA.
