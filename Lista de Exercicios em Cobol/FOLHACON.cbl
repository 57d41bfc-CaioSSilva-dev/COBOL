      * remessa bancaria e da critica de variacao da proxima previa),
      * aplica as comissoes da rodada ao COMISYTD.DAT e esvazia a
      * previa para que a mesma rodada nao seja confirmada duas vezes.
      * A previa do 13o salario (DECIMO) e a de ferias (FERIASPG)
      * passam pelo mesmo caminho, mas so gravam PAYROLL/FOLHACONF -
      * nao mexem em comissao, ajuste, adiantamento, estoque nem
      * vendas. A da rescisao (RESCISAO) grava tambem as comissoes
      * pagas no COMISYTD.DAT. So a liberacao marca as ferias como
      * pagas (G no FERIAS.DAT) e as rescisoes como calculadas (C no
      * RESCIS.DAT) - previa descartada ou refeita nao deixa nada
      * marcado sem ter passado pela folha.
      * Toda liberacao calcula o FGTS do vendedor (8% do bruto) e o
      * acrescenta ao FGTS.DAT na competencia da data de negocio -
      * base da guia mensal e do extrato anual do FGTS.
      * Ajuste manual de comissao so e aplicado depois de aprovado
      * (AJUSTAPR); o aguardando e o rejeitado ficam fora do YTD e
      * saem em separado na listagem AJUSTLST.DAT, que mostra quem
      * digitou e quem aprovou cada item.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT FOLHA-SNAPSHOT ASSIGN TO "FOLHASNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ADIANTAMENTOS ASSIGN TO "ADIANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADI-STATUS.
           SELECT FGTS-DEPOSITO ASSIGN TO "FGTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS-STATUS.
           SELECT FERIAS-REGISTRO ASSIGN TO "FERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERC-STATUS.
           SELECT RESCISAO-ARQ ASSIGN TO "RESCIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESC-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-TRIAL
           RECORD CONTAINS 97 CHARACTERS.
       01  PAYROLL-TRIAL-REC.
           05  PT-VENDEDOR-ID       PIC X(6).
           05  PT-VENDEDOR-NOME     PIC X(30).
      *    IRRF da previa, acrescentado ao final - o contabil credita
      *    imposto retido so com IRRF (em branco = registro antigo).
           05  PT-IRRF              PIC 9(7)V99.
      *    Tipo da previa: branco = folha do mes; "1"/"2" = parcela
      *    do 13o salario gerada pelo DECIMO; "F" = ferias pagas
      *    antecipadas pelo FERIASPG; "R" = rescisao do RESCISAO.
           05  PT-TIPO-FOLHA        PIC X.
               88  PT-FOLHA-MENSAL        VALUE SPACE.
               88  PT-DECIMO-TERCEIRO     VALUES "1", "2".
               88  PT-FERIAS              VALUE "F".
               88  PT-RESCISAO            VALUE "R".

       FD  VENDAS.
       COPY "VENDASREC.cpy".
      *    Mesma largura do registro de VENDAS - o arquivamento nao
      *    pode truncar os campos acrescentados ao final.
       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC       PIC X(108).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".
       01  PAYROLL-ANTERIOR-REC     PIC X(60).

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

       FD  FOLHA-RUN
           RECORD CONTAINS 4 CHARACTERS.
           05  YC-TOTAL-COMISSAO    PIC 9(7)V99.

       FD  AJUSTES
           RECORD CONTAINS 41 CHARACTERS.
       01  AJUSTES-REC.
           05  AJ-VENDEDOR-ID    PIC X(6).
           05  AJ-SINAL          PIC X.
           05  AJ-MOTIVO         PIC X(2).
           05  AJ-AUTORIZADOR    PIC X(8).
           05  AJ-SITUACAO       PIC X.
               88  AJ-AGUARDANDO        VALUE "E".
               88  AJ-PENDENTE          VALUE "P".
               88  AJ-REJEITADO         VALUE "R".
               88  AJ-APLICADO          VALUE "A".
           05  AJ-DIGITADOR      PIC X(8).
           05  AJ-DATA-DECISAO   PIC 9(8).

       FD  AJUSTES-LISTAGEM
           RECORD CONTAINS 60 CHARACTERS.
       FD  ADIANTAMENTOS.
       COPY "ADIANREC.cpy".

       FD  FGTS-DEPOSITO
           RECORD CONTAINS 43 CHARACTERS.
       COPY "FGTSREC.cpy".

       FD  FERIAS-REGISTRO
           RECORD CONTAINS 66 CHARACTERS.
       COPY "FERIASREC.cpy".

       FD  RESCISAO-ARQ
           RECORD CONTAINS 43 CHARACTERS.
       COPY "RESCREC.cpy".

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "RELATO.cpy".
       COPY "TRAVA.cpy".
       COPY "DATANEG.cpy".
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-FGTS-STATUS   PIC XX VALUE SPACES.
       78  WS-FGTS-PCT      VALUE 8.
       77  WS-TOTAL-FGTS    PIC 9(7)V99 VALUE 0.
       77  WS-TRAVA-STATUS  PIC XX VALUE SPACES.
       77  WS-TRIAL-STATUS  PIC XX VALUE SPACES.
       77  WS-PAYR-STATUS   PIC XX VALUE SPACES.
       77  WS-QTD-VENDEDORES PIC 9(3) VALUE 0.
       77  WS-TOTAL-FOLHA   PIC 9(7)V99 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-TIPO-FOLHA    PIC X VALUE SPACE.
           88 FOLHA-MENSAL         VALUE SPACE.
           88 FOLHA-DECIMO-TERCEIRO VALUES "1", "2".
           88 FOLHA-FERIAS         VALUE "F".
           88 FOLHA-RESCISAO       VALUE "R".
       77  WS-YTD-COUNT     PIC 9(3) VALUE 0.
       77  WS-YTD-ACHOU     PIC X VALUE "N".
           88 YTD-ACHOU            VALUE "Y".
               10  WS-VT-EST       PIC 9(3).
               10  WS-VT-RES       PIC 9(3).
               10  WS-VT-FIL       PIC X(3).
               10  WS-VT-CUSTO     PIC 9(6)V99.
       77  WS-VEIC-EXISTIA  PIC X VALUE "N".
           88 VEIC-EXISTIA         VALUE "Y".
       77  WS-EST-ALTERADO  PIC X VALUE "N".
       77  WS-QTD-DEIXADAS  PIC 9(4) VALUE 0.
       77  WS-VND-LIDAS     PIC 9(6) VALUE 0.
       01  WS-VND-RESTO-TAB.
           05  WS-VND-RESTO OCCURS 1000 TIMES PIC X(108).
       77  WS-AJU-STATUS    PIC XX VALUE SPACES.
       77  WS-AJL-STATUS    PIC XX VALUE SPACES.
       77  WS-AJU-COUNT     PIC 9(3) VALUE 0.
               10  WS-AJ-MOTIVO    PIC X(2).
               10  WS-AJ-AUTOR     PIC X(8).
               10  WS-AJ-SIT       PIC X.
               10  WS-AJ-DIGIT     PIC X(8).
               10  WS-AJ-DTDEC     PIC 9(8).
       77  WS-AJU-I         PIC 9(3).
       77  WS-QTD-AJUSTES   PIC 9(3) VALUE 0.
       77  WS-QTD-SEM-APROV PIC 9(3) VALUE 0.
       77  WS-QTD-REJEITADOS PIC 9(3) VALUE 0.
       77  WS-ADI-STATUS    PIC XX VALUE SPACES.
       77  WS-ADI-COUNT     PIC 9(3) VALUE 0.
       77  WS-ADI-ESTOURO   PIC X VALUE "N".
           05  WS-ADI-LINHA-TAB OCCURS 200 TIMES PIC X(22).
       77  WS-ADI-I         PIC 9(3).
       77  WS-QTD-ADI-APL   PIC 9(3) VALUE 0.
       77  WS-FERC-STATUS   PIC XX VALUE SPACES.
       77  WS-FERC-COUNT    PIC 9(4) VALUE 0.
       77  WS-FERC-ESTOURO  PIC X VALUE "N".
           88 FERIAS-ESTOURARAM    VALUE "Y".
       01  WS-FERC-TABELA.
           05  WS-FERC-LINHA OCCURS 2000 TIMES PIC X(66).
       77  WS-FERC-I        PIC 9(4).
       77  WS-QTD-FER-PAGAS PIC 9(4) VALUE 0.
       77  WS-RESC-STATUS   PIC XX VALUE SPACES.
       77  WS-RESC-COUNT    PIC 9(3) VALUE 0.
       77  WS-RESC-ESTOURO  PIC X VALUE "N".
           88 RESCISOES-ESTOURARAM VALUE "Y".
       01  WS-RESC-TABELA.
           05  WS-RESC-LINHA OCCURS 500 TIMES PIC X(43).
       77  WS-RESC-I        PIC 9(3).
       77  WS-QTD-RESC-CONF PIC 9(3) VALUE 0.
       01  WS-AJL-LINHA.
           05  WS-AL-ID         PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-MOTIVO     PIC X(2).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-DIGIT      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-AUTOR      PIC X(8).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-AL-SIT        PIC X(10).
           05  FILLER           PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
                    MOVE 4 TO RETURN-CODE
                    CLOSE PAYROLL-TRIAL
                 NOT AT END
                    MOVE PT-TIPO-FOLHA TO WS-TIPO-FOLHA
                    CLOSE PAYROLL-TRIAL
                    IF FOLHA-DECIMO-TERCEIRO
                       DISPLAY "PREVIA DA " WS-TIPO-FOLHA
                          "A PARCELA DO 13O SALARIO"
                    END-IF
                    IF FOLHA-FERIAS
                       DISPLAY "PREVIA DE FERIAS PAGAS ANTECIPADAS"
                    END-IF
                    IF FOLHA-RESCISAO
                       DISPLAY "PREVIA DE RESCISAO DE DESLIGADOS"
                    END-IF
                    DISPLAY "CONFIRMA A LIBERACAO DA FOLHA? (S/N)"
                    ACCEPT WS-RESPOSTA
                    IF WS-RESPOSTA = "S"
      *    irreversivel - uma trava recusada aqui cancela a liberacao
      *    inteira sem perder a previa nem as comissoes.
       CONFIRMA-FOLHA.
           MOVE "COMIS.LCK" TO WS-TRAVA-NOME
           MOVE "FOLHACON"  TO WS-TRAVA-DONO
           MOVE "I"         TO WS-TRAVA-MODO
           PERFORM PROXIMO-NUMERO-RODADA
           PERFORM ARQUIVA-FOLHA-ANTERIOR
           PERFORM CARREGA-YTD
           IF FOLHA-DECIMO-TERCEIRO
              MOVE "13O SALARIO CONFIRMADO - PARCELA "
                 TO WS-REL-TITULO(1)
              MOVE WS-TIPO-FOLHA TO WS-REL-TITULO(1)(34:1)
           END-IF
           IF FOLHA-FERIAS
              MOVE "FERIAS CONFIRMADAS" TO WS-REL-TITULO(1)
           END-IF
           IF FOLHA-RESCISAO
              MOVE "RESCISOES CONFIRMADAS" TO WS-REL-TITULO(1)
           END-IF
           IF FOLHA-MENSAL
              MOVE "FOLHA DE PAGAMENTO CONFIRMADA" TO WS-REL-TITULO(1)
           END-IF
           MOVE "VENDEDOR NOME                    SALARIO FINAL"
              TO WS-REL-COLUNAS(1)
           MOVE 1 TO WS-REL-ATIVO
           OPEN INPUT PAYROLL-TRIAL
           OPEN OUTPUT PAYROLL-REPORT
           OPEN OUTPUT FOLHA-CONFIRMADA
           PERFORM OBTEM-DATA-NEGOCIO
           OPEN EXTEND FGTS-DEPOSITO
           IF WS-FGTS-STATUS = "35"
              OPEN OUTPUT FGTS-DEPOSITO
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ PAYROLL-TRIAL
                 AT END
                    PERFORM LIBERA-UM-VENDEDOR
              END-READ
           END-PERFORM
           CLOSE FGTS-DEPOSITO
           MOVE WS-TOTAL-FOLHA TO WS-TOTAL-VALOR
           WRITE PAYROLL-REPORT-REC FROM WS-TOTAL-LINE
           CLOSE PAYROLL-TRIAL
           CLOSE PAYROLL-REPORT
           CLOSE FOLHA-CONFIRMADA
           IF FOLHA-FERIAS
              PERFORM MARCA-FERIAS-PAGAS
           END-IF
      *    13o e ferias nao tem comissao, ajuste, adiantamento,
      *    estoque nem vendas a consumir - fica para a folha do mes.
           IF FOLHA-MENSAL
              PERFORM APLICA-AJUSTES-PENDENTES
              PERFORM MARCA-ADIANTAMENTOS-APLICADOS
              PERFORM GRAVA-YTD
              PERFORM CARREGA-VEICULOS-CON
              PERFORM BAIXA-AGREGADOS-PREVIA
              PERFORM CONSOME-VENDAS
              IF VEIC-EXISTIA AND ESTOQUE-ALTERADO
                 PERFORM GRAVA-VEICULOS-CON
              END-IF
           END-IF
      *    A rescisao paga as comissoes das vendas ainda nao pagas -
      *    entram no acumulado do ano; as vendas ficam para a folha do
      *    mes consumir (o desligado nao entra mais nela).
           IF FOLHA-RESCISAO
              PERFORM GRAVA-YTD
              PERFORM MARCA-RESCISOES-CONFIRMADAS
           END-IF
           OPEN OUTPUT PAYROLL-TRIAL
           CLOSE PAYROLL-TRIAL
           PERFORM LIBERA-TRAVA
           DISPLAY "FOLHA LIBERADA - RODADA " WS-RUN-NUM ", "
              WS-QTD-VENDEDORES " VENDEDOR(ES), TOTAL "
              WS-TOTAL-FOLHA
           DISPLAY "FGTS DA RODADA (COMPETENCIA "
              WS-DATA-NEGOCIO(1:6) "): " WS-TOTAL-FGTS.

       GRAVA-DEPOSITO-FGTS.
           MOVE SPACES TO FGTS-REC
           MOVE WS-DATA-NEGOCIO(1:6) TO FG-COMPETENCIA
           MOVE PT-VENDEDOR-ID       TO FG-VENDEDOR-ID
           MOVE WS-TIPO-FOLHA        TO FG-TIPO-FOLHA
           MOVE WS-RUN-NUM           TO FG-RODADA
           MOVE PT-BRUTO             TO FG-BASE
           MOVE FC-FGTS              TO FG-VALOR
           MOVE WS-DATA-NEGOCIO      TO FG-DATA
           WRITE FGTS-REC.

       CARREGA-VEICULOS-CON.
           MOVE 0 TO WS-VEIC-COUNT
           IF WS-VEIC-STATUS NOT = "35"
              MOVE "Y" TO WS-VEIC-EXISTIA
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                          END-IF
                          MOVE VEIC-FILIAL
                             TO WS-VT-FIL(WS-VEIC-COUNT)
                          IF VEIC-CUSTO IS NUMERIC
                             MOVE VEIC-CUSTO
                                TO WS-VT-CUSTO(WS-VEIC-COUNT)
                          ELSE
                             MOVE 0 TO WS-VT-CUSTO(WS-VEIC-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           WRITE FOLHA-SNAPSHOT-REC
           CLOSE FOLHA-SNAPSHOT.

      *    Regravacao do estoque veiculo a veiculo no VEICMAST.DAT
      *    indexado: so VEIC-ESTOQUE muda, e a reserva gravada pelo
      *    CARRO enquanto a folha rodava e preservada.
       GRAVA-VEICULOS-CON.
           OPEN I-O VEICULO-MASTER
           PERFORM VARYING WS-VEIC-IDX FROM 1 BY 1
                 UNTIL WS-VEIC-IDX > WS-VEIC-COUNT
              MOVE WS-VT-ID(WS-VEIC-IDX) TO VEIC-ID
              READ VEICULO-MASTER KEY IS VEIC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-VT-EST(WS-VEIC-IDX) TO VEIC-ESTOQUE
                    REWRITE VEICULO-MASTER-REC
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER.

       PROXIMO-NUMERO-RODADA.
           OPEN INPUT FOLHA-RUN
           ELSE
              MOVE 0 TO FC-IRRF
           END-IF
           COMPUTE FC-FGTS ROUNDED = PT-BRUTO * WS-FGTS-PCT / 100
           ADD FC-FGTS TO WS-TOTAL-FGTS
           PERFORM GRAVA-DEPOSITO-FGTS
           WRITE FOLHA-CONFIRMADA-REC
           PERFORM APLICA-COMISSAO-YTD.

              END-IF
           END-IF.

      *    Ajustes manuais aprovados (P) entram no YTD na liberacao
      *    da folha, saem na listagem de auditoria e ficam marcados
      *    como aplicados - a mesma correcao nunca entra duas vezes.
      *    Os que aguardam aprovacao (E) ou foram rejeitados (R) nao
      *    entram; saem numa segunda secao da listagem.
       APLICA-AJUSTES-PENDENTES.
           PERFORM CARREGA-AJUSTES
           IF WS-AJU-COUNT > 0
              MOVE "===== AJUSTES DE COMISSAO APLICADOS ====="
                 TO AJUSTES-LISTAGEM-REC
              WRITE AJUSTES-LISTAGEM-REC
              PERFORM GRAVA-CABECALHO-AJUSTES
              PERFORM VARYING WS-AJU-I FROM 1 BY 1
                    UNTIL WS-AJU-I > WS-AJU-COUNT
                 IF WS-AJ-SIT(WS-AJU-I) = "P"
                    PERFORM APLICA-UM-AJUSTE
                 END-IF
              END-PERFORM
              PERFORM LISTA-AJUSTES-SEM-APROVACAO
              CLOSE AJUSTES-LISTAGEM
              PERFORM REGRAVA-AJUSTES
              IF WS-QTD-AJUSTES > 0
                 DISPLAY WS-QTD-AJUSTES " AJUSTE(S) DE COMISSAO "
                    "APLICADO(S) - VER AJUSTLST.DAT"
              END-IF
              IF WS-QTD-SEM-APROV > 0
                 DISPLAY WS-QTD-SEM-APROV " AJUSTE(S) AGUARDANDO "
                    "APROVACAO - FICAM PARA A PROXIMA FOLHA"
              END-IF
           END-IF.

       GRAVA-CABECALHO-AJUSTES.
           MOVE "VEND.  S    VALOR MO DIGITOU  APROVOU  SITUACAO"
              TO AJUSTES-LISTAGEM-REC
           WRITE AJUSTES-LISTAGEM-REC.

       LISTA-AJUSTES-SEM-APROVACAO.
           MOVE 0 TO WS-QTD-SEM-APROV
           MOVE 0 TO WS-QTD-REJEITADOS
           PERFORM VARYING WS-AJU-I FROM 1 BY 1
                 UNTIL WS-AJU-I > WS-AJU-COUNT
              EVALUATE WS-AJ-SIT(WS-AJU-I)
                 WHEN "E"
                    PERFORM CABECALHO-SEM-APROVACAO
                    ADD 1 TO WS-QTD-SEM-APROV
                    PERFORM MONTA-LINHA-AJUSTE
                    MOVE "AGUARDANDO" TO WS-AL-SIT
                    WRITE AJUSTES-LISTAGEM-REC FROM WS-AJL-LINHA
                 WHEN "R"
                    PERFORM CABECALHO-SEM-APROVACAO
                    ADD 1 TO WS-QTD-REJEITADOS
                    PERFORM MONTA-LINHA-AJUSTE
                    MOVE "REJEITADO" TO WS-AL-SIT
                    WRITE AJUSTES-LISTAGEM-REC FROM WS-AJL-LINHA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

      *    A segunda secao so abre no primeiro ajuste sem aprovacao.
       CABECALHO-SEM-APROVACAO.
           IF WS-QTD-SEM-APROV + WS-QTD-REJEITADOS = 0
              MOVE "===== AJUSTES SEM APROVACAO ====="
                 TO AJUSTES-LISTAGEM-REC
              WRITE AJUSTES-LISTAGEM-REC
              PERFORM GRAVA-CABECALHO-AJUSTES
           END-IF.

       MONTA-LINHA-AJUSTE.
           MOVE SPACES TO WS-AJL-LINHA
           MOVE WS-AJ-ID(WS-AJU-I)     TO WS-AL-ID
           MOVE WS-AJ-SINAL(WS-AJU-I)  TO WS-AL-SINAL
           MOVE WS-AJ-VALOR(WS-AJU-I)  TO WS-AL-VALOR
           MOVE WS-AJ-MOTIVO(WS-AJU-I) TO WS-AL-MOTIVO
           IF WS-AJ-DIGIT(WS-AJU-I) = SPACES
              MOVE "SISTEMA"           TO WS-AL-DIGIT
           ELSE
              MOVE WS-AJ-DIGIT(WS-AJU-I) TO WS-AL-DIGIT
           END-IF
           MOVE WS-AJ-AUTOR(WS-AJU-I)  TO WS-AL-AUTOR.

       CARREGA-AJUSTES.
           MOVE 0 TO WS-AJU-COUNT
           MOVE "N" TO WS-EOF-ARQ
                             TO WS-AJ-AUTOR(WS-AJU-COUNT)
                          MOVE AJ-SITUACAO
                             TO WS-AJ-SIT(WS-AJU-COUNT)
                          MOVE AJ-DIGITADOR
                             TO WS-AJ-DIGIT(WS-AJU-COUNT)
                          MOVE AJ-DATA-DECISAO
                             TO WS-AJ-DTDEC(WS-AJU-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              END-IF
              MOVE "A" TO WS-AJ-SIT(WS-AJU-I)
              ADD 1 TO WS-QTD-AJUSTES
              PERFORM MONTA-LINHA-AJUSTE
              MOVE "APLICADO" TO WS-AL-SIT
              WRITE AJUSTES-LISTAGEM-REC FROM WS-AJL-LINHA
           END-IF.

              MOVE WS-AJ-MOTIVO(WS-AJU-I) TO AJ-MOTIVO
              MOVE WS-AJ-AUTOR(WS-AJU-I)  TO AJ-AUTORIZADOR
              MOVE WS-AJ-SIT(WS-AJU-I)    TO AJ-SITUACAO
              MOVE WS-AJ-DIGIT(WS-AJU-I)  TO AJ-DIGITADOR
              MOVE WS-AJ-DTDEC(WS-AJU-I)  TO AJ-DATA-DECISAO
              WRITE AJUSTES-REC
           END-PERFORM
           CLOSE AJUSTES.
                 "COMO APLICADO(S)"
           END-IF.

      *    O FERIASPG deixa o gozo da previa ainda P, com o bruto e a
      *    data da previa em FE-DATA-PGTO; so aqui ele vira G, com a
      *    data da liberacao. Gozo P sem data ficou fora da previa.
       MARCA-FERIAS-PAGAS.
           MOVE 0 TO WS-FERC-COUNT
           MOVE "N" TO WS-FERC-ESTOURO
           MOVE 0 TO WS-QTD-FER-PAGAS
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FERIAS-REGISTRO
           IF WS-FERC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FERIAS-REGISTRO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-FERC-COUNT < 2000
                       IF FE-PROGRAMADO AND FE-DATA-PGTO > 0
                          MOVE WS-DATA-NEGOCIO TO FE-DATA-PGTO
                          SET FE-PAGO TO TRUE
                          ADD 1 TO WS-QTD-FER-PAGAS
                       END-IF
                       ADD 1 TO WS-FERC-COUNT
                       MOVE FERIAS-REC TO WS-FERC-LINHA(WS-FERC-COUNT)
                    ELSE
                       MOVE "Y" TO WS-FERC-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FERIAS-REGISTRO
           IF FERIAS-ESTOURARAM
              DISPLAY "FERIAS.DAT MAIOR QUE A TABELA DE 2000 - "
                 "GOZOS NAO MARCADOS COMO PAGOS"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-FER-PAGAS > 0
              OPEN OUTPUT FERIAS-REGISTRO
              PERFORM VARYING WS-FERC-I FROM 1 BY 1
                    UNTIL WS-FERC-I > WS-FERC-COUNT
                 MOVE WS-FERC-LINHA(WS-FERC-I) TO FERIAS-REC
                 WRITE FERIAS-REC
              END-PERFORM
              CLOSE FERIAS-REGISTRO
              DISPLAY WS-QTD-FER-PAGAS " GOZO(S) DE FERIAS MARCADO(S) "
                 "COMO PAGO(S)"
           END-IF.

      *    O RESCISAO deixa a rescisao da previa ainda P, com a data
      *    do calculo e os valores; so a liberacao a fecha em C.
       MARCA-RESCISOES-CONFIRMADAS.
           MOVE 0 TO WS-RESC-COUNT
           MOVE "N" TO WS-RESC-ESTOURO
           MOVE 0 TO WS-QTD-RESC-CONF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT RESCISAO-ARQ
           IF WS-RESC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ RESCISAO-ARQ
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF WS-RESC-COUNT < 500
                       IF RS-PENDENTE AND RS-DATA-CALCULO > 0
                          SET RS-CALCULADA TO TRUE
                          ADD 1 TO WS-QTD-RESC-CONF
                       END-IF
                       ADD 1 TO WS-RESC-COUNT
                       MOVE RESCISAO-REC TO WS-RESC-LINHA(WS-RESC-COUNT)
                    ELSE
                       MOVE "Y" TO WS-RESC-ESTOURO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESCISAO-ARQ
           IF RESCISOES-ESTOURARAM
              DISPLAY "RESCIS.DAT MAIOR QUE A TABELA DE 500 - "
                 "RESCISOES NAO MARCADAS COMO CALCULADAS"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-RESC-CONF > 0
              OPEN OUTPUT RESCISAO-ARQ
              PERFORM VARYING WS-RESC-I FROM 1 BY 1
                    UNTIL WS-RESC-I > WS-RESC-COUNT
                 MOVE WS-RESC-LINHA(WS-RESC-I) TO RESCISAO-REC
                 WRITE RESCISAO-REC
              END-PERFORM
              CLOSE RESCISAO-ARQ
              DISPLAY WS-QTD-RESC-CONF " RESCISAO(OES) MARCADA(S) "
                 "COMO CALCULADA(S)"
           END-IF.

      *    A trava do COMISYTD ja foi obtida no inicio da liberacao.
       GRAVA-YTD.
           OPEN OUTPUT YTD-COMMISSION

       COPY "TRAVAP.cpy".

       COPY "DATANEGP.cpy".
