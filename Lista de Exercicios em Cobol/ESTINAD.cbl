       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTINAD.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Estorno de comissao por inadimplencia da venda financiada,
      * rodada periodica antes da folha:
      *   - contrato de venda (CONTRATOS.DAT gerado pelo CARRO) com a
      *     quantidade de parcelas nao pagas de ESTINPAR.DAT (3 quando
      *     o arquivo falta) - pendentes vencidas ou fechadas numa
      *     renegociacao - estorna a comissao da venda: ajuste
      *     pendente "-" de motivo IN em AJUSTES.DAT para o vendedor
      *     e, na venda dividida, para o segundo vendedor na parte
      *     dele (VD-PCT-VEND-2);
      *   - contrato estornado que voltou a ficar em dia (nenhuma
      *     parcela vencida em aberto nem renegociada) devolve o
      *     estorno com um ajuste "+" de motivo IN.
      * O autorizador do ajuste leva CT e o numero do contrato; o
      * FOLHACON aplica como qualquer outro ajuste. A comissao segue
      * a formula do estorno do VENDCANC (comissao do veiculo mais
      * 0.5 do valor, somada nas vendas da cotacao do contrato). O
      * que foi estornado fica em ESTINAD.DAT para a reversao e para
      * nao estornar duas vezes.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
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
           SELECT AJUSTES ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.
           SELECT ESTORNO-INADIMPLENCIA ASSIGN TO "ESTINAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT ESTORNO-PARAMETRO ASSIGN TO "ESTINPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS.
       COPY "PARCREC.cpy".

       FD  CONTRATOS.
       COPY "CONTRREC.cpy".

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  AJUSTES
           RECORD CONTAINS 41 CHARACTERS.
       01  AJUSTES-REC.
           05  AJ-VENDEDOR-ID    PIC X(6).
           05  AJ-SINAL          PIC X.
           05  AJ-VALOR          PIC 9(5)V99.
           05  AJ-MOTIVO         PIC X(2).
           05  AJ-AUTORIZADOR    PIC X(8).
           05  AJ-SITUACAO       PIC X.
               88  AJ-AGUARDANDO        VALUE "E".
               88  AJ-PENDENTE          VALUE "P".
               88  AJ-REJEITADO         VALUE "R".
               88  AJ-APLICADO          VALUE "A".
           05  AJ-DIGITADOR      PIC X(8).
           05  AJ-DATA-DECISAO   PIC 9(8).

      *    Um registro por contrato e vendedor estornado.
       FD  ESTORNO-INADIMPLENCIA
           RECORD CONTAINS 36 CHARACTERS.
       01  ESTORNO-INADIMPLENCIA-REC.
           05  EI-CONTRATO       PIC 9(6).
           05  EI-VENDEDOR-ID    PIC X(6).
           05  EI-VALOR          PIC 9(5)V99.
           05  EI-DATA-ESTORNO   PIC 9(8).
           05  EI-DATA-REVERSAO  PIC 9(8).
           05  EI-SITUACAO       PIC X.
               88  EI-ESTORNADO         VALUE "E".
               88  EI-REVERTIDO         VALUE "R".

      *    Parcelas nao pagas que disparam o estorno.
       FD  ESTORNO-PARAMETRO
           RECORD CONTAINS 2 CHARACTERS.
       01  ESTORNO-PARAMETRO-REC.
           05  EP-PARCELAS       PIC 9(2).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "VENDVAL.cpy".
       77  WS-PARC-STATUS   PIC XX VALUE SPACES.
       77  WS-CTR-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-AJU-STATUS    PIC XX VALUE SPACES.
       77  WS-EST-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-HOJE          PIC 9(8).
       77  WS-LIMITE-PARC   PIC 9(2) VALUE 3.
       77  WS-I             PIC 9(4).
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
      *    Registro de estornos em memoria, regravado no fim.
       77  WS-EST-COUNT     PIC 9(4) VALUE 0.
       77  WS-EST-ESTOURO   PIC X VALUE "N".
           88 REGISTRO-ESTOUROU    VALUE "Y".
       01  WS-EST-TABELA.
           05  WS-EST-LINHA OCCURS 1000 TIMES PIC X(36).
      *    Parcelas nao pagas por contrato.
       77  WS-NPG-COUNT     PIC 9(3) VALUE 0.
       01  WS-NPG-TABELA.
           05  WS-NPG-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-NPG-COUNT
                              INDEXED BY WS-NPG-IDX.
               10  WS-NP-CONTRATO  PIC 9(6).
               10  WS-NP-QTDE      PIC 9(3).
      *    Vendas com cotacao de origem (vivas e arquivadas).
       77  WS-VND-COUNT     PIC 9(4) VALUE 0.
       77  WS-VND-ESTOURO   PIC X VALUE "N".
           88 VENDAS-ESTOURARAM    VALUE "Y".
       01  WS-VND-TABELA.
           05  WS-VND-ENTRY OCCURS 2000 TIMES.
               10  WS-VN-COT       PIC 9(6).
               10  WS-VN-VEND1     PIC X(6).
               10  WS-VN-VEND2     PIC X(6).
               10  WS-VN-PCT2      PIC 9(3).
               10  WS-VN-VEIC      PIC 9(3).
               10  WS-VN-VALOR     PIC 9(7)V99.
      *    Contrato corrente.
       77  WS-QTDE-NAO-PAGAS PIC 9(3).
       77  WS-TEM-ESTORNO   PIC X VALUE "N".
           88 JA-ESTORNADO         VALUE "Y".
       77  WS-VEND1         PIC X(6).
       77  WS-VEND2         PIC X(6).
       77  WS-COMIS-V1      PIC 9(7)V99.
       77  WS-COMIS-V2      PIC 9(7)V99.
       77  WS-COMIS-CARRO   PIC 9(3)V99.
       77  WS-COMIS-VENDA   PIC 9(7)V99.
       77  WS-PARTE-PCT     PIC 9(3).
       77  WS-AJ-VENDEDOR   PIC X(6).
       77  WS-AJ-SINAL      PIC X.
       77  WS-AJ-VALOR      PIC 9(7)V99.
       01  WS-AJ-AUTOR.
           05  FILLER           PIC X(2) VALUE "CT".
           05  WS-AJ-AUTOR-CTR  PIC 9(6).
       77  WS-QTD-ESTORNOS  PIC 9(4) VALUE 0.
       77  WS-QTD-REVERSOES PIC 9(4) VALUE 0.
       77  WS-QTD-SEM-VENDA PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-REGISTRO
           IF REGISTRO-ESTOUROU
              DISPLAY "ESTINAD.DAT MAIOR QUE A TABELA DE 1000 - "
                 "RODADA RECUSADA PARA NAO ESTORNAR DUAS VEZES"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDAS
           IF VENDAS-ESTOURARAM
              DISPLAY "VENDAS COM COTACAO ALEM DA TABELA DE 2000 - "
                 "RODADA RECUSADA PARA NAO ESTORNAR A MENOS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APURA-NAO-PAGAS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CONTRATOS
           IF WS-CTR-STATUS = "35"
              DISPLAY "CONTRATOS.DAT NAO ENCONTRADO - "
                 "NENHUM CONTRATO FINANCIADO"
              GOBACK
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ CONTRATOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF CT-CONTRATO-ORIGEM IS NOT NUMERIC
                          OR CT-CONTRATO-ORIGEM = 0
                       PERFORM AVALIA-CONTRATO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTRATOS
           PERFORM REGRAVA-REGISTRO
           DISPLAY "ESTORNO POR INADIMPLENCIA: " WS-QTD-ESTORNOS
              " ESTORNO(S) E " WS-QTD-REVERSOES " REVERSAO(OES) "
              "PENDENTES PARA A PROXIMA FOLHA"
           IF WS-QTD-SEM-VENDA > 0
              DISPLAY WS-QTD-SEM-VENDA " CONTRATO(S) INADIMPLENTE(S) "
                 "SEM VENDA LOCALIZADA - ESTORNE PELO AJUSTENT"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT ESTORNO-PARAMETRO
           IF WS-PAR-STATUS = "35"
              DISPLAY "ESTINPAR.DAT NAO ENCONTRADO - ESTORNO COM 3 "
                 "PARCELAS NAO PAGAS"
              EXIT PARAGRAPH
           END-IF
           READ ESTORNO-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF EP-PARCELAS IS NUMERIC AND EP-PARCELAS > 0
                    MOVE EP-PARCELAS TO WS-LIMITE-PARC
                 END-IF
           END-READ
           CLOSE ESTORNO-PARAMETRO.

       CARREGA-REGISTRO.
           MOVE 0 TO WS-EST-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT ESTORNO-INADIMPLENCIA
           IF WS-EST-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ ESTORNO-INADIMPLENCIA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-EST-COUNT < 1000
                       ADD 1 TO WS-EST-COUNT
                       MOVE ESTORNO-INADIMPLENCIA-REC
                          TO WS-EST-LINHA(WS-EST-COUNT)
                    ELSE
                       MOVE "Y" TO WS-EST-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ESTORNO-INADIMPLENCIA.

      *    A venda do contrato ainda pode estar no arquivo vivo
      *    (comissao paga na proxima folha) ou ja arquivada pela
      *    folha confirmada - as duas pagam comissao.
       CARREGA-VENDAS.
           MOVE 0 TO WS-VND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM GUARDA-VENDA
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
                       PERFORM GUARDA-VENDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF.

       GUARDA-VENDA.
           IF VD-COT-NUMERO IS NOT NUMERIC OR VD-COT-NUMERO = 0
                 OR VD-CANCELADA
              EXIT PARAGRAPH
           END-IF
           IF WS-VND-COUNT >= 2000
              MOVE "Y" TO WS-VND-ESTOURO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VND-COUNT
           MOVE VD-COT-NUMERO    TO WS-VN-COT(WS-VND-COUNT)
           MOVE VD-VENDEDOR-ID   TO WS-VN-VEND1(WS-VND-COUNT)
           MOVE VD-VENDEDOR-ID-2 TO WS-VN-VEND2(WS-VND-COUNT)
           IF VD-PCT-VEND-2 IS NUMERIC
              MOVE VD-PCT-VEND-2 TO WS-VN-PCT2(WS-VND-COUNT)
           ELSE
              MOVE 0 TO WS-VN-PCT2(WS-VND-COUNT)
           END-IF
           MOVE VD-VEIC-ID       TO WS-VN-VEIC(WS-VND-COUNT)
           PERFORM OBTEM-VALOR-VENDA
           MOVE WS-VD-VALOR-EF   TO WS-VN-VALOR(WS-VND-COUNT).

      *    Nao paga = pendente ja vencida ou fechada na renegociacao
      *    (a divida mudou de contrato, mas nao foi paga).
       APURA-NAO-PAGAS.
           MOVE 0 TO WS-NPG-COUNT
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
                    IF (PA-PENDENTE AND PA-VENCIMENTO < WS-HOJE)
                          OR PA-RENEGOCIADA
                       PERFORM CONTA-NAO-PAGA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARCELAS.

       CONTA-NAO-PAGA.
           MOVE "N" TO WS-ACHOU
           IF WS-NPG-COUNT > 0
              SET WS-NPG-IDX TO 1
              SEARCH WS-NPG-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-NP-CONTRATO(WS-NPG-IDX) = PA-CONTRATO
                    MOVE "Y" TO WS-ACHOU
              END-SEARCH
           END-IF
           IF NOT ACHOU
              IF WS-NPG-COUNT >= 500
                 DISPLAY "MAIS DE 500 CONTRATOS EM ATRASO - CONTRATO "
                    PA-CONTRATO " FICA PARA A PROXIMA RODADA"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NPG-COUNT
              SET WS-NPG-IDX TO WS-NPG-COUNT
              MOVE PA-CONTRATO TO WS-NP-CONTRATO(WS-NPG-IDX)
              MOVE 0 TO WS-NP-QTDE(WS-NPG-IDX)
           END-IF
           ADD 1 TO WS-NP-QTDE(WS-NPG-IDX).

       AVALIA-CONTRATO.
           MOVE 0 TO WS-QTDE-NAO-PAGAS
           IF WS-NPG-COUNT > 0
              SET WS-NPG-IDX TO 1
              SEARCH WS-NPG-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-NP-CONTRATO(WS-NPG-IDX) = CT-NUMERO
                    MOVE WS-NP-QTDE(WS-NPG-IDX) TO WS-QTDE-NAO-PAGAS
              END-SEARCH
           END-IF
           MOVE "N" TO WS-TEM-ESTORNO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EST-COUNT
              MOVE WS-EST-LINHA(WS-I) TO ESTORNO-INADIMPLENCIA-REC
              IF EI-CONTRATO = CT-NUMERO AND EI-ESTORNADO
                 MOVE "Y" TO WS-TEM-ESTORNO
              END-IF
           END-PERFORM
           IF JA-ESTORNADO
              IF WS-QTDE-NAO-PAGAS = 0
                 PERFORM REVERTE-ESTORNO
              END-IF
           ELSE
              IF WS-QTDE-NAO-PAGAS >= WS-LIMITE-PARC
                 PERFORM ESTORNA-CONTRATO
              END-IF
           END-IF.

      *    Mesma divisao da folha: o segundo vendedor fica com o
      *    percentual dele e o primeiro com o restante.
       ESTORNA-CONTRATO.
           MOVE SPACES TO WS-VEND1
           MOVE SPACES TO WS-VEND2
           MOVE 0 TO WS-COMIS-V1
           MOVE 0 TO WS-COMIS-V2
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-VND-COUNT
              IF WS-VN-COT(WS-I) = CT-COT-NUMERO
                 MOVE "Y" TO WS-ACHOU
                 PERFORM SOMA-COMISSAO-VENDA
              END-IF
           END-PERFORM
           IF NOT ACHOU
              DISPLAY "CONTRATO " CT-NUMERO " COM " WS-QTDE-NAO-PAGAS
                 " PARCELA(S) NAO PAGA(S) - VENDA DA COTACAO "
                 CT-COT-NUMERO " NAO LOCALIZADA"
              ADD 1 TO WS-QTD-SEM-VENDA
              EXIT PARAGRAPH
           END-IF
           MOVE "-" TO WS-AJ-SINAL
           IF WS-COMIS-V1 > 0
              MOVE WS-VEND1    TO WS-AJ-VENDEDOR
              MOVE WS-COMIS-V1 TO WS-AJ-VALOR
              PERFORM GRAVA-AJUSTE-INADIMPLENCIA
              PERFORM REGISTRA-ESTORNO
           END-IF
           IF WS-COMIS-V2 > 0
              MOVE WS-VEND2    TO WS-AJ-VENDEDOR
              MOVE WS-COMIS-V2 TO WS-AJ-VALOR
              PERFORM GRAVA-AJUSTE-INADIMPLENCIA
              PERFORM REGISTRA-ESTORNO
           END-IF.

       SOMA-COMISSAO-VENDA.
           MOVE WS-VN-VEND1(WS-I) TO WS-VEND1
           MOVE 100.00 TO WS-COMIS-CARRO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VEIC-ID = WS-VN-VEIC(WS-I)
                          MOVE VEIC-COMISSAO TO WS-COMIS-CARRO
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-MASTER
           END-IF
           COMPUTE WS-COMIS-VENDA = WS-COMIS-CARRO
              + (WS-VN-VALOR(WS-I) * 0.5)
           IF WS-VN-VEND2(WS-I) NOT = SPACES
                 AND WS-VN-PCT2(WS-I) > 0
                 AND WS-VN-PCT2(WS-I) < 100
              MOVE WS-VN-VEND2(WS-I) TO WS-VEND2
              MOVE WS-VN-PCT2(WS-I) TO WS-PARTE-PCT
              COMPUTE WS-COMIS-V2 ROUNDED = WS-COMIS-V2
                 + (WS-COMIS-VENDA * WS-PARTE-PCT / 100)
              COMPUTE WS-PARTE-PCT = 100 - WS-VN-PCT2(WS-I)
           ELSE
              MOVE 100 TO WS-PARTE-PCT
           END-IF
           COMPUTE WS-COMIS-V1 ROUNDED = WS-COMIS-V1
              + (WS-COMIS-VENDA * WS-PARTE-PCT / 100).

      *    AJ-VALOR para em 99999.99 - estorno maior entra saturado
      *    e o resto e acertado a mao com o vendedor, como no
      *    VENDCANC. O registro guarda o que foi lancado, para a
      *    reversao devolver exatamente o mesmo.
       GRAVA-AJUSTE-INADIMPLENCIA.
           IF WS-AJ-VALOR > 99999.99
              DISPLAY "ESTORNO DE " WS-AJ-VALOR " DO CONTRATO "
                 CT-NUMERO " EXCEDE O LIMITE DO AJUSTE - LANCADO "
                 "99999.99, ACERTE A DIFERENCA MANUALMENTE"
              MOVE 99999.99 TO WS-AJ-VALOR
           END-IF
           MOVE CT-NUMERO TO WS-AJ-AUTOR-CTR
           MOVE SPACES TO AJUSTES-REC
           MOVE WS-AJ-VENDEDOR TO AJ-VENDEDOR-ID
           MOVE WS-AJ-SINAL    TO AJ-SINAL
           MOVE WS-AJ-VALOR    TO AJ-VALOR
           MOVE "IN"           TO AJ-MOTIVO
           MOVE WS-AJ-AUTOR    TO AJ-AUTORIZADOR
           SET AJ-PENDENTE TO TRUE
           OPEN EXTEND AJUSTES
           IF WS-AJU-STATUS = "35"
              CLOSE AJUSTES
              OPEN OUTPUT AJUSTES
           END-IF
           WRITE AJUSTES-REC
           CLOSE AJUSTES
           IF WS-AJ-SINAL = "-"
              DISPLAY "CONTRATO " CT-NUMERO " INADIMPLENTE - ESTORNO "
                 "DE " WS-AJ-VALOR " DO VENDEDOR " WS-AJ-VENDEDOR
              ADD 1 TO WS-QTD-ESTORNOS
           ELSE
              DISPLAY "CONTRATO " CT-NUMERO " EM DIA - DEVOLVIDO "
                 WS-AJ-VALOR " AO VENDEDOR " WS-AJ-VENDEDOR
              ADD 1 TO WS-QTD-REVERSOES
           END-IF.

       REGISTRA-ESTORNO.
           IF WS-EST-COUNT >= 1000
              DISPLAY "REGISTRO DE ESTORNOS CHEIO - ESTORNO DO "
                 "CONTRATO " CT-NUMERO " NAO SERA REVERTIDO SOZINHO"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE CT-NUMERO      TO EI-CONTRATO
           MOVE WS-AJ-VENDEDOR TO EI-VENDEDOR-ID
           MOVE WS-AJ-VALOR    TO EI-VALOR
           MOVE WS-HOJE        TO EI-DATA-ESTORNO
           MOVE 0              TO EI-DATA-REVERSAO
           SET EI-ESTORNADO TO TRUE
           ADD 1 TO WS-EST-COUNT
           MOVE ESTORNO-INADIMPLENCIA-REC TO WS-EST-LINHA(WS-EST-COUNT).

       REVERTE-ESTORNO.
           MOVE "+" TO WS-AJ-SINAL
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EST-COUNT
              MOVE WS-EST-LINHA(WS-I) TO ESTORNO-INADIMPLENCIA-REC
              IF EI-CONTRATO = CT-NUMERO AND EI-ESTORNADO
                 MOVE EI-VENDEDOR-ID TO WS-AJ-VENDEDOR
                 MOVE EI-VALOR       TO WS-AJ-VALOR
                 PERFORM GRAVA-AJUSTE-INADIMPLENCIA
                 MOVE WS-HOJE TO EI-DATA-REVERSAO
                 SET EI-REVERTIDO TO TRUE
                 MOVE ESTORNO-INADIMPLENCIA-REC TO WS-EST-LINHA(WS-I)
              END-IF
           END-PERFORM.

       REGRAVA-REGISTRO.
           OPEN OUTPUT ESTORNO-INADIMPLENCIA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EST-COUNT
              MOVE WS-EST-LINHA(WS-I) TO ESTORNO-INADIMPLENCIA-REC
              WRITE ESTORNO-INADIMPLENCIA-REC
           END-PERFORM
           CLOSE ESTORNO-INADIMPLENCIA.

       COPY "DATANEGP.cpy".

       COPY "VENDVALP.cpy".
