      * data de negocio e regrava PARCELAS.DAT. Quando a ultima
      * parcela pendente do contrato e liquidada, o contrato e
      * marcado como quitado em CONTRATOS.DAT.
      * Parcela paga depois do vencimento recebe a multa contratual e
      * os juros de mora por dia de atraso de ENCARPAR.DAT (2% e
      * 0,0333% ao dia quando o arquivo falta); valor da parcela,
      * multa e juros ficam separados na parcela para o CONTABIL.
      * A quitacao antecipada liquida de uma vez todas as parcelas
      * pendentes do contrato, com o desconto dos juros embutidos
      * nas parcelas que ainda nao venceram.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT ENCARGO-PARAMETRO ASSIGN TO "ENCARPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

      *    Multa em percentual sobre a parcela e juros de mora em
      *    percentual ao dia de atraso.
       FD  ENCARGO-PARAMETRO
           RECORD CONTAINS 9 CHARACTERS.
       01  ENCARGO-PARAMETRO-REC.
           05  EP-MULTA-PCT      PIC 9(2)V99.
           05  EP-JUROS-DIA-PCT  PIC 9V9(4).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).
       77  WS-PARC-ESTOURO  PIC X VALUE "N".
           88 PARCELAS-ESTOURARAM  VALUE "Y".
       01  WS-PARC-TABELA.
           05  WS-PARC-LINHA-TAB OCCURS 2000 TIMES PIC X(71).
       77  WS-I             PIC 9(4).
       77  WS-ACHOU-PARC    PIC X VALUE "N".
           88 ACHOU-PARC           VALUE "Y".
       77  WS-CTR-ESTOURO   PIC X VALUE "N".
           88 CONTRATOS-ESTOURARAM VALUE "Y".
       01  WS-CTR-TABELA.
           05  WS-CTR-LINHA-TAB OCCURS 500 TIMES PIC X(90).
       77  WS-J             PIC 9(3).
       77  WS-ENC-STATUS    PIC XX VALUE SPACES.
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-MULTA-PCT     PIC 9(2)V99 VALUE 2.
       77  WS-JUROS-DIA-PCT PIC 9V9(4) VALUE 0.0333.
       77  WS-DIAS-ATRASO   PIC 9(5) VALUE 0.
       77  WS-VLR-MULTA     PIC 9(7)V99 VALUE 0.
       77  WS-VLR-JUROS     PIC 9(7)V99 VALUE 0.
       77  WS-VLR-DESCONTO  PIC 9(7)V99 VALUE 0.
       77  WS-VLR-RECEBER   PIC 9(7)V99 VALUE 0.
       77  WS-VLR-ED        PIC ZZZ,ZZ9.99.
      *    Quitacao antecipada do contrato.
       77  WS-ACHOU-CTR     PIC X VALUE "N".
           88 ACHOU-CTR            VALUE "Y".
       77  WS-CTR-TOTAL     PIC 9(7)V99 VALUE 0.
       77  WS-CTR-MESES     PIC 9(3) VALUE 0.
       77  WS-CTR-PARCELA   PIC 9(7)V99 VALUE 0.
       77  WS-JUROS-EMBUTIDO PIC 9(7)V99 VALUE 0.
       77  WS-QTD-QUITAR    PIC 9(3) VALUE 0.
       77  WS-TOT-FACE      PIC 9(9)V99 VALUE 0.
       77  WS-TOT-MULTA     PIC 9(9)V99 VALUE 0.
       77  WS-TOT-JUROS     PIC 9(9)V99 VALUE 0.
       77  WS-TOT-DESCONTO  PIC 9(9)V99 VALUE 0.
       77  WS-TOT-RECEBER   PIC 9(9)V99 VALUE 0.
       77  WS-TOT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-ENCARGOS
           PERFORM CARREGA-PARCELAS
           IF PARCELAS-ESTOURARAM
              DISPLAY "PARCELAS.DAT MAIOR QUE A TABELA DE 2000 - "
              GOBACK
           END-IF
           PERFORM UNTIL WS-RESPOSTA NOT = "S"
              DISPLAY "(1) BAIXA DE PARCELA"
              DISPLAY "(2) QUITACAO ANTECIPADA DO CONTRATO"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM BAIXA-UMA-PARCELA
                 WHEN 2 PERFORM QUITACAO-ANTECIPADA
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
              DISPLAY "BAIXAR OUTRA PARCELA? (S/N)"
              ACCEPT WS-RESPOSTA
           END-PERFORM
           PERFORM EXIBE-RECIBO-CONFIRMACAO
           GOBACK.

       CARREGA-ENCARGOS.
           OPEN INPUT ENCARGO-PARAMETRO
           IF WS-ENC-STATUS = "35"
              DISPLAY "ENCARPAR.DAT NAO ENCONTRADO - MULTA DE "
                 "2% E JUROS DE 0,0333% AO DIA"
              EXIT PARAGRAPH
           END-IF
           READ ENCARGO-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF EP-MULTA-PCT IS NUMERIC
                       AND EP-JUROS-DIA-PCT IS NUMERIC
                    MOVE EP-MULTA-PCT     TO WS-MULTA-PCT
                    MOVE EP-JUROS-DIA-PCT TO WS-JUROS-DIA-PCT
                 END-IF
           END-READ
           CLOSE ENCARGO-PARAMETRO.

       CARREGA-PARCELAS.
           MOVE 0 TO WS-PARC-COUNT
           MOVE "N" TO WS-EOF-ARQ
              IF PA-CONTRATO = WS-BUSCA-CONTR
                 IF PA-NUMERO = WS-BUSCA-PARC AND PA-PENDENTE
                    MOVE "Y" TO WS-ACHOU-PARC
                    PERFORM CALCULA-ENCARGOS
                    MOVE 0 TO WS-VLR-DESCONTO
                    PERFORM LIQUIDA-PARCELA
                    DISPLAY "PARCELA " PA-NUMERO " DO CONTRATO "
                       PA-CONTRATO " LIQUIDADA EM " WS-HOJE
                    PERFORM EXIBE-VALORES-PARCELA
                 ELSE
                    IF PA-PENDENTE
                       ADD 1 TO WS-PENDENTES-CONTR
              END-IF
           END-IF.

      *    Multa e juros de mora simples por dia corrido de atraso,
      *    sobre o valor da parcela.
       CALCULA-ENCARGOS.
           MOVE 0 TO WS-DIAS-ATRASO
           MOVE 0 TO WS-VLR-MULTA
           MOVE 0 TO WS-VLR-JUROS
           IF WS-HOJE > PA-VENCIMENTO
              COMPUTE WS-DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 - FUNCTION INTEGER-OF-DATE(PA-VENCIMENTO)
              COMPUTE WS-VLR-MULTA ROUNDED =
                 PA-VALOR * WS-MULTA-PCT / 100
              COMPUTE WS-VLR-JUROS ROUNDED =
                 PA-VALOR * WS-JUROS-DIA-PCT / 100 * WS-DIAS-ATRASO
           END-IF.

       LIQUIDA-PARCELA.
           SET PA-LIQUIDADA TO TRUE
           MOVE WS-HOJE TO PA-DATA-PGTO
           COMPUTE PA-VLR-PRINCIPAL = PA-VALOR - WS-VLR-DESCONTO
           MOVE WS-VLR-MULTA    TO PA-VLR-MULTA
           MOVE WS-VLR-JUROS    TO PA-VLR-JUROS
           MOVE WS-VLR-DESCONTO TO PA-VLR-DESCONTO
           MOVE PARCELA-REC TO WS-PARC-LINHA-TAB(WS-I)
           ADD 1 TO WS-QTD-BAIXADAS
           MOVE "Y" TO WS-ALTERADO.

       EXIBE-VALORES-PARCELA.
           MOVE PA-VALOR TO WS-VLR-ED
           DISPLAY "  VALOR DA PARCELA:   " WS-VLR-ED
           IF WS-DIAS-ATRASO > 0
              MOVE WS-VLR-MULTA TO WS-VLR-ED
              DISPLAY "  MULTA POR ATRASO:   " WS-VLR-ED
              MOVE WS-VLR-JUROS TO WS-VLR-ED
              DISPLAY "  JUROS DE MORA:      " WS-VLR-ED " ("
                 WS-DIAS-ATRASO " DIAS)"
           END-IF
           COMPUTE WS-VLR-RECEBER =
              PA-VALOR + WS-VLR-MULTA + WS-VLR-JUROS
           MOVE WS-VLR-RECEBER TO WS-VLR-ED
           DISPLAY "  TOTAL A RECEBER:    " WS-VLR-ED.

      *    Quitacao antecipada: vencida paga com encargos, a que
      *    vence hoje pelo valor de face e a futura so pela parte do
      *    principal - o plano e de juros simples (parcela = total /
      *    meses + juros do mes), entao os juros embutidos em cada
      *    parcela sao a parcela menos total / meses.
       QUITACAO-ANTECIPADA.
           DISPLAY "NUMERO DO CONTRATO A QUITAR: "
           ACCEPT WS-BUSCA-CONTR
           PERFORM BUSCA-CONTRATO
           IF NOT ACHOU-CTR
              DISPLAY "CONTRATO " WS-BUSCA-CONTR " NAO ENCONTRADO "
                 "OU JA QUITADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JUROS-EMBUTIDO
           IF WS-CTR-MESES > 0
              COMPUTE WS-JUROS-EMBUTIDO ROUNDED =
                 WS-CTR-PARCELA - (WS-CTR-TOTAL / WS-CTR-MESES)
                 ON SIZE ERROR MOVE 0 TO WS-JUROS-EMBUTIDO
              END-COMPUTE
           END-IF
           MOVE 0 TO WS-QTD-QUITAR
           MOVE 0 TO WS-TOT-FACE
           MOVE 0 TO WS-TOT-MULTA
           MOVE 0 TO WS-TOT-JUROS
           MOVE 0 TO WS-TOT-DESCONTO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              IF PA-CONTRATO = WS-BUSCA-CONTR AND PA-PENDENTE
                 PERFORM CALCULA-QUITACAO-PARCELA
                 ADD 1 TO WS-QTD-QUITAR
                 ADD PA-VALOR        TO WS-TOT-FACE
                 ADD WS-VLR-MULTA    TO WS-TOT-MULTA
                 ADD WS-VLR-JUROS    TO WS-TOT-JUROS
                 ADD WS-VLR-DESCONTO TO WS-TOT-DESCONTO
              END-IF
           END-PERFORM
           IF WS-QTD-QUITAR = 0
              DISPLAY "CONTRATO " WS-BUSCA-CONTR
                 " SEM PARCELAS PENDENTES"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOT-RECEBER = WS-TOT-FACE + WS-TOT-MULTA
              + WS-TOT-JUROS - WS-TOT-DESCONTO
           DISPLAY "===== QUITACAO DO CONTRATO " WS-BUSCA-CONTR
              " - " WS-QTD-QUITAR " PARCELA(S) ====="
           MOVE WS-TOT-FACE TO WS-TOT-ED
           DISPLAY "  PARCELAS PENDENTES:     " WS-TOT-ED
           MOVE WS-TOT-MULTA TO WS-TOT-ED
           DISPLAY "  MULTA DAS VENCIDAS:     " WS-TOT-ED
           MOVE WS-TOT-JUROS TO WS-TOT-ED
           DISPLAY "  JUROS DE MORA:          " WS-TOT-ED
           MOVE WS-TOT-DESCONTO TO WS-TOT-ED
           DISPLAY "  DESCONTO JUROS FUTUROS: " WS-TOT-ED
           MOVE WS-TOT-RECEBER TO WS-TOT-ED
           DISPLAY "  TOTAL PARA QUITACAO:    " WS-TOT-ED
           DISPLAY "CONFIRMA A QUITACAO? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "QUITACAO NAO EFETUADA"
              MOVE "S" TO WS-RESPOSTA
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PARC-COUNT
              MOVE WS-PARC-LINHA-TAB(WS-I) TO PARCELA-REC
              IF PA-CONTRATO = WS-BUSCA-CONTR AND PA-PENDENTE
                 PERFORM CALCULA-QUITACAO-PARCELA
                 PERFORM LIQUIDA-PARCELA
              END-IF
           END-PERFORM
           PERFORM QUITA-CONTRATO.

       CALCULA-QUITACAO-PARCELA.
           PERFORM CALCULA-ENCARGOS
           MOVE 0 TO WS-VLR-DESCONTO
           IF PA-VENCIMENTO > WS-HOJE
              MOVE WS-JUROS-EMBUTIDO TO WS-VLR-DESCONTO
              IF WS-VLR-DESCONTO > PA-VALOR
                 MOVE PA-VALOR TO WS-VLR-DESCONTO
              END-IF
           END-IF.

       BUSCA-CONTRATO.
           MOVE "N" TO WS-ACHOU-CTR
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONTRATOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CT-NUMERO = WS-BUSCA-CONTR AND CT-ABERTO
                       MOVE "Y" TO WS-ACHOU-CTR
                       MOVE CT-TOTAL   TO WS-CTR-TOTAL
                       MOVE CT-MESES   TO WS-CTR-MESES
                       MOVE CT-PARCELA TO WS-CTR-PARCELA
                       MOVE "Y" TO WS-EOF-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS.

      *    Ultima parcela baixada: o contrato sai da carteira como
      *    quitado.
       QUITA-CONTRATO.
