       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLAC.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Acompanhamento do emplacamento no DETRAN (EMPLAC.DAT), entre
      * a nota fiscal e a entrega:
      *   - listar os processos em aberto com a etapa atual;
      *   - abrir o processo de uma nota que nasceu sem ele (venda
      *     anterior ao controle), a partir de VENDAS/VENDASAR;
      *   - avancar a etapa com a data de negocio: documentos
      *     enviados -> taxas pagas (com o valor) -> placa emitida
      *     -> registro recebido. A placa emitida e gravada de volta
      *     em VU-PLACA (VEICUNID.DAT) e VD-PLACA (VENDAS.DAT ou
      *     VENDASAR.DAT), por arquivo de trabalho e giro de nomes;
      *   - relatorio de envelhecimento EMPLREL.DAT: processos
      *     parados em cada etapa, com os dias desde a entrada nela
      *     e o resumo por faixa de dias.
      * O ENTREGA recusa confirmar a entrega sem registro recebido.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLACAMENTO ASSIGN TO "EMPLAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPL-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-TRABALHO ASSIGN TO "VENDAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTRAB-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VENDAS-ARQ-TRAB ASSIGN TO "VENDASAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VATRAB-STATUS.
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VUNI-STATUS.
           SELECT VEICULO-UNID-TRAB ASSIGN TO "VEICUNID.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VUTRAB-STATUS.
           SELECT EMPLAC-REPORT ASSIGN TO "EMPLREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLACAMENTO.
       COPY "EMPLREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-TRABALHO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-TRABALHO-REC   PIC X(108).

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VENDAS-ARQ-TRAB
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQ-TRAB-REC   PIC X(108).

       FD  VEICULO-UNIDADE.
       COPY "VEICUNIREC.cpy".

       FD  VEICULO-UNID-TRAB
           RECORD CONTAINS 39 CHARACTERS.
       01  VEICULO-UNID-TRAB-REC PIC X(39).

       FD  EMPLAC-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  EMPLAC-REPORT-REC     PIC X(70).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       COPY "DECVALID.cpy".
       COPY "ARQTROCA.cpy".
       77  WS-EMPL-STATUS   PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VTRAB-STATUS  PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-VATRAB-STATUS PIC XX VALUE SPACES.
       77  WS-VUNI-STATUS   PIC XX VALUE SPACES.
       77  WS-VUTRAB-STATUS PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-EMPL-COUNT    PIC 9(4) VALUE 0.
       77  WS-EMPL-ESTOURO  PIC X VALUE "N".
           88 EMPLAC-ESTOUROU      VALUE "Y".
       01  WS-EMPL-TABELA.
           05  WS-EMPL-LINHA-TAB OCCURS 2000 TIMES PIC X(118).
       77  WS-I             PIC 9(4).
       77  WS-E             PIC 9.
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-BUSCA-NF      PIC 9(6).
       77  WS-ACHOU-EMPL    PIC X VALUE "N".
           88 ACHOU-EMPL           VALUE "Y".
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-ACHOU-VENDA   PIC X VALUE "N".
           88 ACHOU-VENDA          VALUE "Y".
       77  WS-NOVA-PLACA    PIC X(7).
       77  WS-PLACA-CHASSI  PIC X(17).
       77  WS-RESPOSTA      PIC X.
       77  WS-ETAPA-DESC    PIC X(20).
       77  WS-DATA-ETAPA    PIC 9(8).
       77  WS-DIAS-ETAPA    PIC 9(5).
       77  WS-QTD-ABERTOS   PIC 9(4) VALUE 0.
      *    Etapas em aberto na ordem do processo (A, D, T, P) e o
      *    resumo por faixa de dias parados em cada uma.
       01  WS-ETAPAS-VALORES.
           05  FILLER           PIC X(21)
               VALUE "AAGUARDANDO DOCUMENTO".
           05  FILLER           PIC X(21)
               VALUE "DDOCUMENTOS ENVIADOS".
           05  FILLER           PIC X(21)
               VALUE "TTAXAS PAGAS".
           05  FILLER           PIC X(21)
               VALUE "PPLACA EMITIDA".
       01  WS-ETAPAS-TABELA REDEFINES WS-ETAPAS-VALORES.
           05  WS-ETAPA-ENTRY OCCURS 4 TIMES.
               10  WS-ET-CODIGO    PIC X.
               10  WS-ET-DESCRICAO PIC X(20).
       01  WS-FAIXAS-TABELA.
           05  WS-FAIXA-ENTRY OCCURS 4 TIMES.
               10  WS-FX-TOTAL     PIC 9(4).
               10  WS-FX-ATE-7     PIC 9(4).
               10  WS-FX-ATE-15    PIC 9(4).
               10  WS-FX-ATE-30    PIC 9(4).
               10  WS-FX-MAIS-30   PIC 9(4).
       01  WS-AGE-LINHA.
           05  WS-AG-NF         PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AG-CHASSI     PIC X(17).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AG-CLIENTE    PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AG-DIAS       PIC ZZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AG-DIAS-TXT   PIC X(4).
           05  FILLER           PIC X(4) VALUE SPACES.
       01  WS-RES-LINHA.
           05  WS-RS-ETAPA      PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RS-TOTAL      PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RS-ATE-7      PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RS-ATE-15     PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RS-ATE-30     PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RS-MAIS-30    PIC ZZZ9.
           05  FILLER           PIC X(17) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           MOVE "VENDAS.DAT"   TO WS-TROCA-VIVO
           MOVE "VENDAS.TMP"   TO WS-TROCA-TMP
           MOVE "VENDAS.OLD"   TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           MOVE "VENDASAR.DAT" TO WS-TROCA-VIVO
           MOVE "VENDASAR.TMP" TO WS-TROCA-TMP
           MOVE "VENDASAR.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           MOVE "VEICUNID.DAT" TO WS-TROCA-VIVO
           MOVE "VEICUNID.TMP" TO WS-TROCA-TMP
           MOVE "VEICUNID.OLD" TO WS-TROCA-OLD
           PERFORM VERIFICA-TROCA-PENDENTE
           PERFORM CARREGA-EMPLACAMENTOS
           IF EMPLAC-ESTOUROU
              DISPLAY "EMPLAC.DAT MAIOR QUE A TABELA DE 2000 - "
                 "CONTROLE RECUSADO PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== EMPLACAMENTO ====="
              DISPLAY "(1) LISTAR PROCESSOS EM ABERTO"
              DISPLAY "(2) ABRIR PROCESSO DE UMA NOTA"
              DISPLAY "(3) AVANCAR ETAPA"
              DISPLAY "(4) RELATORIO DE ENVELHECIMENTO"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-ABERTOS
                 WHEN 2 PERFORM ABRE-PROCESSO
                 WHEN 3 PERFORM AVANCA-ETAPA
                 WHEN 4 PERFORM RELATORIO-ENVELHECIMENTO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-EMPLACAMENTOS
           END-IF
           GOBACK.

       CARREGA-EMPLACAMENTOS.
           MOVE 0 TO WS-EMPL-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT EMPLACAMENTO
           IF WS-EMPL-STATUS = "35"
              DISPLAY "EMPLAC.DAT NAO ENCONTRADO - "
                 "NENHUM PROCESSO ABERTO AINDA"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ EMPLACAMENTO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-EMPL-COUNT < 2000
                          ADD 1 TO WS-EMPL-COUNT
                          MOVE EMPLACAMENTO-REC
                             TO WS-EMPL-LINHA-TAB(WS-EMPL-COUNT)
                       ELSE
                          MOVE "Y" TO WS-EMPL-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLACAMENTO
           END-IF.

       REGRAVA-EMPLACAMENTOS.
           OPEN OUTPUT EMPLACAMENTO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EMPL-COUNT
              MOVE WS-EMPL-LINHA-TAB(WS-I) TO EMPLACAMENTO-REC
              WRITE EMPLACAMENTO-REC
           END-PERFORM
           CLOSE EMPLACAMENTO.

       DESCREVE-ETAPA.
           EVALUATE TRUE
              WHEN EP-AGUARDA-DOCS
                 MOVE "AGUARDANDO DOCUMENTO" TO WS-ETAPA-DESC
                 MOVE EP-DATA-ABERTURA TO WS-DATA-ETAPA
              WHEN EP-DOCS-ENVIADOS
                 MOVE "DOCUMENTOS ENVIADOS" TO WS-ETAPA-DESC
                 MOVE EP-DATA-DOCS TO WS-DATA-ETAPA
              WHEN EP-TAXAS-PAGAS
                 MOVE "TAXAS PAGAS" TO WS-ETAPA-DESC
                 MOVE EP-DATA-TAXAS TO WS-DATA-ETAPA
              WHEN EP-PLACA-EMITIDA
                 MOVE "PLACA EMITIDA" TO WS-ETAPA-DESC
                 MOVE EP-DATA-PLACA TO WS-DATA-ETAPA
              WHEN OTHER
                 MOVE "REGISTRO RECEBIDO" TO WS-ETAPA-DESC
                 MOVE EP-DATA-REGISTRO TO WS-DATA-ETAPA
           END-EVALUATE.

       LISTA-ABERTOS.
           MOVE 0 TO WS-QTD-ABERTOS
           DISPLAY "NOTA   CHASSI            ETAPA                DESDE"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EMPL-COUNT
              MOVE WS-EMPL-LINHA-TAB(WS-I) TO EMPLACAMENTO-REC
              IF NOT EP-REGISTRO-RECEBIDO
                 ADD 1 TO WS-QTD-ABERTOS
                 PERFORM DESCREVE-ETAPA
                 DISPLAY EP-NF-NUMERO " " EP-CHASSI " " WS-ETAPA-DESC
                    " " WS-DATA-ETAPA
              END-IF
           END-PERFORM
           IF WS-QTD-ABERTOS = 0
              DISPLAY "(NENHUM PROCESSO EM ABERTO)"
           END-IF.

       LOCALIZA-PROCESSO.
           MOVE "N" TO WS-ACHOU-EMPL
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EMPL-COUNT OR ACHOU-EMPL
              MOVE WS-EMPL-LINHA-TAB(WS-I) TO EMPLACAMENTO-REC
              IF EP-NF-NUMERO = WS-BUSCA-NF
                 MOVE "Y" TO WS-ACHOU-EMPL
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF ACHOU-EMPL
              MOVE WS-EMPL-LINHA-TAB(WS-ACHOU-I) TO EMPLACAMENTO-REC
           END-IF.

      *    Venda anterior ao controle (ou digitada): o processo nasce
      *    aqui a partir do registro de venda da nota.
       ABRE-PROCESSO.
           IF WS-EMPL-COUNT > 1999
              DISPLAY "EMPLAC.DAT CHEIO - PROCESSO NAO ABERTO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA NOTA FISCAL DA VENDA: "
           ACCEPT WS-BUSCA-NF
           PERFORM LOCALIZA-PROCESSO
           IF ACHOU-EMPL
              DISPLAY "NOTA " WS-BUSCA-NF " JA TEM PROCESSO DE "
                 "EMPLACAMENTO"
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-VENDA-NOTA
           IF NOT ACHOU-VENDA
              DISPLAY "VENDA ATIVA DA NOTA " WS-BUSCA-NF
                 " NAO ENCONTRADA EM VENDAS/VENDASAR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EMPLACAMENTO-REC
           MOVE WS-BUSCA-NF TO EP-NF-NUMERO
           IF VD-COT-NUMERO IS NUMERIC
              MOVE VD-COT-NUMERO TO EP-COT-NUMERO
           ELSE
              MOVE 0 TO EP-COT-NUMERO
           END-IF
           MOVE VD-VEIC-ID TO EP-VEIC-ID
           MOVE VD-CHASSI  TO EP-CHASSI
           DISPLAY "NOME DO CLIENTE: "
           ACCEPT EP-CLIENTE
           MOVE WS-HOJE    TO EP-DATA-ABERTURA
           SET EP-AGUARDA-DOCS TO TRUE
           MOVE 0 TO EP-DATA-DOCS
           MOVE 0 TO EP-DATA-TAXAS
           MOVE 0 TO EP-DATA-PLACA
           MOVE 0 TO EP-DATA-REGISTRO
           MOVE 0 TO EP-VLR-TAXAS
           ADD 1 TO WS-EMPL-COUNT
           MOVE EMPLACAMENTO-REC TO WS-EMPL-LINHA-TAB(WS-EMPL-COUNT)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "EMPLACAMENTO DA NOTA " DELIMITED BY SIZE
                  WS-BUSCA-NF DELIMITED BY SIZE
                  " ABERTO" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       BUSCA-VENDA-NOTA.
           MOVE "N" TO WS-ACHOU-VENDA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-VENDA-NOTA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF
           IF ACHOU-VENDA
              EXIT PARAGRAPH
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
                       PERFORM CONFERE-VENDA-NOTA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       CONFERE-VENDA-NOTA.
           IF VD-NF-NUMERO IS NUMERIC
                 AND VD-NF-NUMERO = WS-BUSCA-NF
                 AND NOT VD-CANCELADA
              MOVE "Y" TO WS-ACHOU-VENDA
              MOVE "Y" TO WS-EOF-ARQ
           END-IF.

      *    Uma etapa por vez, na ordem do DETRAN, cada uma com a data
      *    de negocio em que aconteceu.
       AVANCA-ETAPA.
           DISPLAY "NUMERO DA NOTA FISCAL DA VENDA: "
           ACCEPT WS-BUSCA-NF
           PERFORM LOCALIZA-PROCESSO
           IF NOT ACHOU-EMPL
              DISPLAY "NOTA " WS-BUSCA-NF " SEM PROCESSO DE "
                 "EMPLACAMENTO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF EP-REGISTRO-RECEBIDO
              DISPLAY "EMPLACAMENTO DA NOTA " WS-BUSCA-NF
                 " JA CONCLUIDO EM " EP-DATA-REGISTRO
              EXIT PARAGRAPH
           END-IF
           PERFORM DESCREVE-ETAPA
           DISPLAY "ETAPA ATUAL: " WS-ETAPA-DESC " DESDE "
              WS-DATA-ETAPA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           EVALUATE TRUE
              WHEN EP-AGUARDA-DOCS
                 PERFORM CONFIRMA-PASSO
                 IF WS-RESPOSTA NOT = "S"
                    EXIT PARAGRAPH
                 END-IF
                 SET EP-DOCS-ENVIADOS TO TRUE
                 MOVE WS-HOJE TO EP-DATA-DOCS
                 MOVE "DOCUMENTOS ENVIADOS AO DETRAN"
                    TO WS-RECIBO-DESCRICAO
              WHEN EP-DOCS-ENVIADOS
                 MOVE 0.01      TO WS-DEC-MIN
                 MOVE 999999.99 TO WS-DEC-MAX
                 MOVE "VALOR DAS TAXAS PAGAS: " TO WS-DEC-PROMPT
                 PERFORM CAPTURA-DECIMAL-VALIDADO
                 MOVE WS-DEC-ENTRADA TO EP-VLR-TAXAS
                 SET EP-TAXAS-PAGAS TO TRUE
                 MOVE WS-HOJE TO EP-DATA-TAXAS
                 MOVE "TAXAS DO DETRAN PAGAS" TO WS-RECIBO-DESCRICAO
              WHEN EP-TAXAS-PAGAS
                 DISPLAY "PLACA EMITIDA: "
                 MOVE SPACES TO WS-NOVA-PLACA
                 ACCEPT WS-NOVA-PLACA
                 IF WS-NOVA-PLACA = SPACES
                    DISPLAY "PLACA EM BRANCO - ETAPA NAO AVANCADA"
                    EXIT PARAGRAPH
                 END-IF
                 SET EP-PLACA-EMITIDA TO TRUE
                 MOVE WS-HOJE TO EP-DATA-PLACA
                 MOVE WS-NOVA-PLACA TO EP-PLACA
                 MOVE EP-CHASSI TO WS-PLACA-CHASSI
                 PERFORM GRAVA-PLACA-VENDA
                 IF WS-PLACA-CHASSI NOT = SPACES
                    PERFORM GRAVA-PLACA-UNIDADE
                 END-IF
                 STRING "PLACA " DELIMITED BY SIZE
                        WS-NOVA-PLACA DELIMITED BY SIZE
                        " GRAVADA NA VENDA E NA UNIDADE"
                        DELIMITED BY SIZE
                        INTO WS-RECIBO-DESCRICAO
                 END-STRING
              WHEN EP-PLACA-EMITIDA
                 PERFORM CONFIRMA-PASSO
                 IF WS-RESPOSTA NOT = "S"
                    EXIT PARAGRAPH
                 END-IF
                 SET EP-REGISTRO-RECEBIDO TO TRUE
                 MOVE WS-HOJE TO EP-DATA-REGISTRO
                 MOVE "REGISTRO RECEBIDO - CARRO LIBERADO PARA ENTREGA"
                    TO WS-RECIBO-DESCRICAO
           END-EVALUATE
           MOVE EMPLACAMENTO-REC TO WS-EMPL-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       CONFIRMA-PASSO.
           DISPLAY "CONFIRMA O AVANCO DA ETAPA (S/N)? "
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

      *    A nota esta no arquivo vivo ou, se a folha ja a consumiu,
      *    no morto; os dois sao regravados pelo arquivo de trabalho
      *    e giro de nomes, com VD-PLACA trocada so na nota.
       GRAVA-PLACA-VENDA.
           MOVE "N" TO WS-EOF-ARQ
           MOVE "VENDAS.DAT" TO WS-TROCA-VIVO
           MOVE "VENDAS.TMP" TO WS-TROCA-TMP
           MOVE "VENDAS.OLD" TO WS-TROCA-OLD
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              OPEN OUTPUT VENDAS-TRABALHO
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VD-NF-NUMERO IS NUMERIC
                             AND VD-NF-NUMERO = WS-BUSCA-NF
                          MOVE WS-NOVA-PLACA TO VD-PLACA
                       END-IF
                       WRITE VENDAS-TRABALHO-REC FROM VENDAS-REC
                 END-READ
              END-PERFORM
              CLOSE VENDAS
              CLOSE VENDAS-TRABALHO
              PERFORM EFETIVA-TROCA-ARQUIVO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           MOVE "VENDASAR.DAT" TO WS-TROCA-VIVO
           MOVE "VENDASAR.TMP" TO WS-TROCA-TMP
           MOVE "VENDASAR.OLD" TO WS-TROCA-OLD
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              OPEN OUTPUT VENDAS-ARQ-TRAB
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       IF VD-NF-NUMERO IS NUMERIC
                             AND VD-NF-NUMERO = WS-BUSCA-NF
                          MOVE WS-NOVA-PLACA TO VD-PLACA
                       END-IF
                       WRITE VENDAS-ARQ-TRAB-REC FROM VENDAS-REC
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
              CLOSE VENDAS-ARQ-TRAB
              PERFORM EFETIVA-TROCA-ARQUIVO
           END-IF.

       GRAVA-PLACA-UNIDADE.
           MOVE "N" TO WS-EOF-ARQ
           MOVE "VEICUNID.DAT" TO WS-TROCA-VIVO
           MOVE "VEICUNID.TMP" TO WS-TROCA-TMP
           MOVE "VEICUNID.OLD" TO WS-TROCA-OLD
           OPEN INPUT VEICULO-UNIDADE
           IF WS-VUNI-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VEICULO-UNID-TRAB
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-UNIDADE
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF VU-CHASSI = WS-PLACA-CHASSI
                       MOVE WS-NOVA-PLACA TO VU-PLACA
                    END-IF
                    WRITE VEICULO-UNID-TRAB-REC
                       FROM VEICULO-UNIDADE-REC
              END-READ
           END-PERFORM
           CLOSE VEICULO-UNIDADE
           CLOSE VEICULO-UNID-TRAB
           PERFORM EFETIVA-TROCA-ARQUIVO.

      *    Envelhecimento: processos em aberto agrupados pela etapa
      *    em que estao parados, com os dias desde a entrada nela e
      *    o resumo por faixa (ate 7, 8-15, 16-30, acima de 30 dias).
       RELATORIO-ENVELHECIMENTO.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
              MOVE 0 TO WS-FX-TOTAL(WS-E)
              MOVE 0 TO WS-FX-ATE-7(WS-E)
              MOVE 0 TO WS-FX-ATE-15(WS-E)
              MOVE 0 TO WS-FX-ATE-30(WS-E)
              MOVE 0 TO WS-FX-MAIS-30(WS-E)
           END-PERFORM
           OPEN OUTPUT EMPLAC-REPORT
           MOVE SPACES TO EMPLAC-REPORT-REC
           STRING "===== EMPLACAMENTOS PARADOS POR ETAPA EM "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO EMPLAC-REPORT-REC
           END-STRING
           WRITE EMPLAC-REPORT-REC
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
              MOVE SPACES TO EMPLAC-REPORT-REC
              WRITE EMPLAC-REPORT-REC
              MOVE WS-ET-DESCRICAO(WS-E) TO EMPLAC-REPORT-REC
              WRITE EMPLAC-REPORT-REC
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-EMPL-COUNT
                 MOVE WS-EMPL-LINHA-TAB(WS-I) TO EMPLACAMENTO-REC
                 IF EP-ETAPA = WS-ET-CODIGO(WS-E)
                    PERFORM GRAVA-LINHA-ENVELHECIMENTO
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO EMPLAC-REPORT-REC
           WRITE EMPLAC-REPORT-REC
           MOVE "RESUMO               TOTAL  ATE 7  08-15  16-30  +30"
              TO EMPLAC-REPORT-REC
           WRITE EMPLAC-REPORT-REC
           MOVE 0 TO WS-QTD-ABERTOS
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 4
              MOVE SPACES TO WS-RES-LINHA
              MOVE WS-ET-DESCRICAO(WS-E) TO WS-RS-ETAPA
              MOVE WS-FX-TOTAL(WS-E)   TO WS-RS-TOTAL
              MOVE WS-FX-ATE-7(WS-E)   TO WS-RS-ATE-7
              MOVE WS-FX-ATE-15(WS-E)  TO WS-RS-ATE-15
              MOVE WS-FX-ATE-30(WS-E)  TO WS-RS-ATE-30
              MOVE WS-FX-MAIS-30(WS-E) TO WS-RS-MAIS-30
              ADD WS-FX-TOTAL(WS-E) TO WS-QTD-ABERTOS
              WRITE EMPLAC-REPORT-REC FROM WS-RES-LINHA
           END-PERFORM
           CLOSE EMPLAC-REPORT
           DISPLAY WS-QTD-ABERTOS " EMPLACAMENTO(S) EM ABERTO - "
              "VER EMPLREL.DAT".

       GRAVA-LINHA-ENVELHECIMENTO.
           PERFORM DESCREVE-ETAPA
           IF WS-DATA-ETAPA IS NUMERIC AND WS-DATA-ETAPA > 0
                 AND WS-DATA-ETAPA <= WS-HOJE
              COMPUTE WS-DIAS-ETAPA =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 - FUNCTION INTEGER-OF-DATE(WS-DATA-ETAPA)
           ELSE
              MOVE 0 TO WS-DIAS-ETAPA
           END-IF
           ADD 1 TO WS-FX-TOTAL(WS-E)
           EVALUATE TRUE
              WHEN WS-DIAS-ETAPA <= 7
                 ADD 1 TO WS-FX-ATE-7(WS-E)
              WHEN WS-DIAS-ETAPA <= 15
                 ADD 1 TO WS-FX-ATE-15(WS-E)
              WHEN WS-DIAS-ETAPA <= 30
                 ADD 1 TO WS-FX-ATE-30(WS-E)
              WHEN OTHER
                 ADD 1 TO WS-FX-MAIS-30(WS-E)
           END-EVALUATE
           MOVE SPACES TO WS-AGE-LINHA
           MOVE EP-NF-NUMERO TO WS-AG-NF
           MOVE EP-CHASSI    TO WS-AG-CHASSI
           MOVE EP-CLIENTE   TO WS-AG-CLIENTE
           MOVE WS-DIAS-ETAPA TO WS-AG-DIAS
           MOVE "DIAS"       TO WS-AG-DIAS-TXT
           WRITE EMPLAC-REPORT-REC FROM WS-AGE-LINHA.

       COPY "DECVALIDP.cpy".

       COPY "ARQTROCAP.cpy".

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".
