       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTLIGA.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Ligacoes para cotacoes perto de vencer - o COTEXPUR so age
      * depois que a cotacao expirou e o COTFUNIL so conta depois:
      *   - lista diaria COTVENCE.DAT por vendedor (COT-VENDEDOR-ID)
      *     das cotacoes ativas ou pendentes com validade nos
      *     proximos N dias uteis (FERIADOS.DAT), das que vencem
      *     antes para as que vencem depois: cliente, telefone,
      *     modelo, total e dias uteis que faltam. A cotacao de
      *     frota sai numa linha so, com o total das unidades;
      *   - registro do resultado da ligacao em COTLIGA.DAT:
      *     contatado, nao atendeu, perdida (com motivo) ou
      *     renegociando. A perdida sai da lista;
      *   - relatorio mensal COTPERDA.DAT "por que perdemos": as
      *     perdas do mes por motivo e por vendedor.
      * O telefone vem do PESSOAEND.DAT do cadastro de pessoas com o
      * mesmo nome do cliente da cotacao (o id de cliente do CUSTMAST
      * nao e registro do PESSOA) e, na falta, do lead da recepcao
      * ligado a cotacao (LEADS.DAT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-LIGACAO ASSIGN TO "COTLIGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIG-STATUS.
           SELECT PESSOA-MASTER ASSIGN TO "PESSOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PES-REG-NUM
               ALTERNATE RECORD KEY IS PES-ID-NACIONAL
                  WITH DUPLICATES
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PESSOA-ENDERECO ASSIGN TO "PESSOAEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDER-STATUS.
           SELECT LEADS ASSIGN TO "LEADS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VMAST-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VENCE-REPORT ASSIGN TO "COTVENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.
           SELECT PERDA-REPORT ASSIGN TO "COTPERDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-LIGACAO
           RECORD CONTAINS 57 CHARACTERS.
       COPY "COTLIGREC.cpy".

       FD  PESSOA-MASTER.
       COPY "PESSOAREC.cpy".

       FD  PESSOA-ENDERECO.
       COPY "ENDERREC.cpy".

       FD  LEADS
           RECORD CONTAINS 80 CHARACTERS.
       COPY "LEADREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  VENCE-REPORT-REC      PIC X(80).

       FD  PERDA-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  PERDA-REPORT-REC      PIC X(70).

       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       COPY "DATANEG.cpy".
       COPY "DIAUTIL.cpy".
       COPY "NUMVALID.cpy".
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-LIG-STATUS    PIC XX VALUE SPACES.
       77  WS-PESSOA-STATUS PIC XX VALUE SPACES.
       77  WS-ENDER-STATUS  PIC XX VALUE SPACES.
       77  WS-LEAD-STATUS   PIC XX VALUE SPACES.
       77  WS-VMAST-STATUS  PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VEN-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-HOJE          PIC 9(8).
       77  WS-LIMITE        PIC 9(8).
       77  WS-DATA-W        PIC 9(8).
       77  WS-DIAS-UTEIS    PIC 9(2) VALUE 0.
       77  WS-D             PIC 9(3).
       77  WS-I             PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-NOME          PIC X(30) VALUE SPACES.
       77  WS-NOVO-VENDEDOR PIC X(6).
       77  WS-NOVO-VEIC     PIC 9(3).
       77  WS-TELEFONE      PIC X(15) VALUE SPACES.
       77  WS-REG-PESSOA    PIC 9(6) VALUE 0.
       77  WS-QTDE-W        PIC 9(3) VALUE 0.
      *    Cotacoes da janela, uma entrada por COT-NUMERO (a frota
      *    soma as linhas), com a ultima ligacao registrada.
       77  WS-CV-COUNT      PIC 9(3) VALUE 0.
       77  WS-CV-ESTOURO    PIC X VALUE "N".
           88 JANELA-ESTOUROU      VALUE "Y".
       01  WS-CV-TABELA.
           05  WS-CV-ENTRY OCCURS 500 TIMES.
               10  WS-CV-COT       PIC 9(6).
               10  WS-CV-VENDEDOR  PIC X(6).
               10  WS-CV-CLIENTE   PIC X(30).
               10  WS-CV-VEIC      PIC 9(3).
               10  WS-CV-LINHAS    PIC 9(2).
               10  WS-CV-TOTAL     PIC 9(9)V99.
               10  WS-CV-VALIDADE  PIC 9(8).
               10  WS-CV-DIAS      PIC 9(3).
               10  WS-CV-ULTIMO    PIC X.
       77  WS-VL-COUNT      PIC 9(3) VALUE 0.
       01  WS-VL-TABELA.
           05  WS-VL-VENDEDOR OCCURS 200 TIMES PIC X(6).
       77  WS-QTD-VEND      PIC 9(4) VALUE 0.
       77  WS-QTD-LISTA     PIC 9(4) VALUE 0.
       01  WS-VEN-LINHA.
           05  WS-VL-COT        PIC 9(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-CLIENTE    PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-TELEFONE   PIC X(15).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-MODELO     PIC X(12).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-TOTAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-DIAS       PIC ZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-VL-ULTIMO     PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
      *    Registro da ligacao.
       77  WS-BUSCA-COT     PIC 9(6).
       77  WS-COT-SITUACAO  PIC X.
       77  WS-COT-VENDEDOR  PIC X(6).
       77  WS-COT-CLIENTE   PIC X(30).
       77  WS-COT-VALIDADE  PIC 9(8).
       77  WS-ULTIMO-RESULT PIC X VALUE SPACE.
       01  WS-AGORA.
           05  WS-AGORA-DATA    PIC 9(8).
           05  WS-AGORA-HORA    PIC 9(4).
           05  FILLER           PIC X(9).
      *    Motivos de perda - o codigo e o de LG-MOTIVO.
       01  WS-MOTIVO-TABELA.
           05  FILLER PIC X(2)  VALUE "PR".
           05  FILLER PIC X(30) VALUE "PRECO / CONDICAO DE PAGAMENTO".
           05  FILLER PIC X(2)  VALUE "FI".
           05  FILLER PIC X(30) VALUE "FINANCIAMENTO NAO APROVADO".
           05  FILLER PIC X(2)  VALUE "CO".
           05  FILLER PIC X(30) VALUE "COMPROU NA CONCORRENCIA".
           05  FILLER PIC X(2)  VALUE "TR".
           05  FILLER PIC X(30) VALUE "AVALIACAO DO USADO NA TROCA".
           05  FILLER PIC X(2)  VALUE "PZ".
           05  FILLER PIC X(30) VALUE "PRAZO DE ENTREGA".
           05  FILLER PIC X(2)  VALUE "DE".
           05  FILLER PIC X(30) VALUE "DESISTIU DA COMPRA".
           05  FILLER PIC X(2)  VALUE "OU".
           05  FILLER PIC X(30) VALUE "OUTRO MOTIVO".
       01  WS-MOTIVO-TAB REDEFINES WS-MOTIVO-TABELA.
           05  WS-MOTIVO-ENTRY OCCURS 7 TIMES
                                INDEXED BY WS-MOT-IDX.
               10  WS-MOT-COD       PIC X(2).
               10  WS-MOT-DESC      PIC X(30).
      *    Relatorio mensal de perdas.
       77  WS-MES-INFORMADO PIC X(6).
       77  WS-MES-ALVO      PIC 9(6).
       01  WS-MOT-QTD-TABELA.
           05  WS-MOT-QTD OCCURS 7 TIMES PIC 9(4).
       77  WS-VP-COUNT      PIC 9(3) VALUE 0.
       01  WS-VP-TABELA.
           05  WS-VP-ENTRY OCCURS 200 TIMES.
               10  WS-VP-VENDEDOR  PIC X(6).
               10  WS-VP-PERDAS    PIC 9(4).
       77  WS-QTD-LIGACOES  PIC 9(5) VALUE 0.
       77  WS-QTD-CONTATO   PIC 9(5) VALUE 0.
       77  WS-QTD-NAO-ATEND PIC 9(5) VALUE 0.
       77  WS-QTD-RENEGOC   PIC 9(5) VALUE 0.
       77  WS-QTD-PERDAS    PIC 9(5) VALUE 0.
       77  WS-PCT-CALC      PIC 9(3)V9 VALUE 0.
       01  WS-PERDA-LINHA.
           05  WS-PL-DESC       PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-PL-QTD        PIC ZZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-PL-PCT        PIC ZZ9.9.
           05  WS-PL-SINAL      PIC X.
           05  FILLER           PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           MOVE WS-DATA-NEGOCIO TO WS-HOJE
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== LIGACOES DE COTACOES A VENCER ====="
              DISPLAY "(1) LISTA DO DIA POR VENDEDOR"
              DISPLAY "(2) REGISTRAR RESULTADO DA LIGACAO"
              DISPLAY "(3) RELATORIO MENSAL DE PERDAS"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-COTACOES-A-VENCER
                 WHEN 2 PERFORM REGISTRA-LIGACAO
                 WHEN 3 PERFORM RELATORIO-PERDAS
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *    A janela termina no N-esimo dia util depois de hoje: a
      *    cotacao que vence no fim de semana seguinte tambem entra.
       LISTA-COTACOES-A-VENCER.
           MOVE 1  TO WS-NUM-MIN
           MOVE 30 TO WS-NUM-MAX
           MOVE "DIAS UTEIS ATE O VENCIMENTO: " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO WS-DIAS-UTEIS
           MOVE WS-HOJE TO WS-DU-DATA
           PERFORM WS-DIAS-UTEIS TIMES
              COMPUTE WS-DU-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DU-DATA) + 1
              COMPUTE WS-DU-DATA =
                 FUNCTION DATE-OF-INTEGER(WS-DU-INT)
              PERFORM PROXIMO-DIA-UTIL
           END-PERFORM
           MOVE WS-DU-DATA TO WS-LIMITE
           PERFORM CARREGA-JANELA
           IF JANELA-ESTOUROU
              DISPLAY "MAIS DE 500 COTACOES NA JANELA - LISTA "
                 "RECUSADA; REDUZA OS DIAS"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM MARCA-ULTIMA-LIGACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CV-COUNT
              PERFORM CONTA-DIAS-RESTANTES
           END-PERFORM
           MOVE 0 TO WS-QTD-LISTA
           OPEN OUTPUT VENCE-REPORT
           MOVE SPACES TO VENCE-REPORT-REC
           STRING "===== COTACOES A VENCER ATE " DELIMITED BY SIZE
                  WS-LIMITE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DIAS-UTEIS DELIMITED BY SIZE
                  " DIAS UTEIS) - EMITIDA EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO VENCE-REPORT-REC
           END-STRING
           WRITE VENCE-REPORT-REC
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VL-COUNT
              PERFORM IMPRIME-VENDEDOR
           END-PERFORM
           MOVE SPACES TO VENCE-REPORT-REC
           WRITE VENCE-REPORT-REC
           STRING "COTACOES PARA LIGAR: " DELIMITED BY SIZE
                  WS-QTD-LISTA DELIMITED BY SIZE
                  INTO VENCE-REPORT-REC
           END-STRING
           WRITE VENCE-REPORT-REC
           CLOSE VENCE-REPORT
           DISPLAY WS-QTD-LISTA " COTACAO(OES) A VENCER - "
              "VER COTVENCE.DAT".

       CARREGA-JANELA.
           MOVE 0 TO WS-CV-COUNT
           MOVE 0 TO WS-VL-COUNT
           MOVE "N" TO WS-CV-ESTOURO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              DISPLAY "COTACAO.DAT NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ COTACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF (COT-ATIVA OR COT-PENDENTE)
                          AND COT-VALIDADE IS NUMERIC
                          AND COT-VALIDADE >= WS-HOJE
                          AND COT-VALIDADE <= WS-LIMITE
                       PERFORM GUARDA-COTACAO-JANELA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO.

       GUARDA-COTACAO-JANELA.
           IF COT-QTDE IS NUMERIC AND COT-QTDE > 0
              MOVE COT-QTDE TO WS-QTDE-W
           ELSE
              MOVE 1 TO WS-QTDE-W
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-CV-COUNT
                    OR WS-CV-COT(WS-I) = COT-NUMERO
              CONTINUE
           END-PERFORM
           IF WS-I > WS-CV-COUNT
              IF WS-CV-COUNT > 499
                 MOVE "Y" TO WS-CV-ESTOURO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CV-COUNT
              MOVE COT-NUMERO      TO WS-CV-COT(WS-I)
              MOVE COT-VENDEDOR-ID TO WS-CV-VENDEDOR(WS-I)
              MOVE COT-CLIENTE     TO WS-CV-CLIENTE(WS-I)
              MOVE COT-VEIC-ID     TO WS-CV-VEIC(WS-I)
              MOVE 0               TO WS-CV-LINHAS(WS-I)
              MOVE 0               TO WS-CV-TOTAL(WS-I)
              MOVE COT-VALIDADE    TO WS-CV-VALIDADE(WS-I)
              MOVE 0               TO WS-CV-DIAS(WS-I)
              MOVE SPACE           TO WS-CV-ULTIMO(WS-I)
              PERFORM GUARDA-VENDEDOR-LISTA
           END-IF
           ADD 1 TO WS-CV-LINHAS(WS-I)
           COMPUTE WS-CV-TOTAL(WS-I) =
              WS-CV-TOTAL(WS-I) + (COT-TOTAL * WS-QTDE-W).

       GUARDA-VENDEDOR-LISTA.
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VL-COUNT
                    OR WS-VL-VENDEDOR(WS-K) = COT-VENDEDOR-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-VL-COUNT AND WS-VL-COUNT < 200
              ADD 1 TO WS-VL-COUNT
              MOVE COT-VENDEDOR-ID TO WS-VL-VENDEDOR(WS-VL-COUNT)
           END-IF.

      *    O COTLIGA.DAT so cresce: a ultima linha de cada cotacao
      *    e a situacao da ligacao.
       MARCA-ULTIMA-LIGACAO.
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-LIGACAO
           IF WS-LIG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ COTACAO-LIGACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    PERFORM VARYING WS-I FROM 1 BY 1
                          UNTIL WS-I > WS-CV-COUNT
                       IF WS-CV-COT(WS-I) = LG-COT-NUMERO
                          MOVE LG-RESULTADO TO WS-CV-ULTIMO(WS-I)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE COTACAO-LIGACAO.

      *    Dias uteis de amanha ate a validade, inclusive.
       CONTA-DIAS-RESTANTES.
           MOVE 0 TO WS-CV-DIAS(WS-I)
           MOVE WS-HOJE TO WS-DATA-W
           PERFORM UNTIL WS-DATA-W >= WS-CV-VALIDADE(WS-I)
              COMPUTE WS-DU-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-W) + 1
              COMPUTE WS-DATA-W = FUNCTION DATE-OF-INTEGER(WS-DU-INT)
              MOVE WS-DATA-W TO WS-DU-DATA
              PERFORM VERIFICA-DIA-UTIL
              IF DIA-UTIL
                 ADD 1 TO WS-CV-DIAS(WS-I)
              END-IF
           END-PERFORM.

       IMPRIME-VENDEDOR.
           MOVE SPACES TO VENCE-REPORT-REC
           WRITE VENCE-REPORT-REC
           MOVE WS-VL-VENDEDOR(WS-K) TO WS-NOVO-VENDEDOR
           PERFORM BUSCA-VENDEDOR
           MOVE SPACES TO VENCE-REPORT-REC
           IF WS-NOVO-VENDEDOR = SPACES
              MOVE "COTACOES SEM VENDEDOR" TO VENCE-REPORT-REC
           ELSE
              STRING "VENDEDOR " DELIMITED BY SIZE
                     WS-NOVO-VENDEDOR DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NOME DELIMITED BY SIZE
                     INTO VENCE-REPORT-REC
              END-STRING
           END-IF
           WRITE VENCE-REPORT-REC
           MOVE "COT.   CLIENTE              TELEFONE        MODELO"
              TO VENCE-REPORT-REC
           MOVE "TOTAL DIAS ULTIMA" TO VENCE-REPORT-REC(63:17)
           WRITE VENCE-REPORT-REC
           MOVE 0 TO WS-QTD-VEND
           PERFORM VARYING WS-D FROM 0 BY 1
                 UNTIL WS-D > WS-DIAS-UTEIS
              PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-CV-COUNT
                 IF WS-CV-VENDEDOR(WS-I) = WS-VL-VENDEDOR(WS-K)
                       AND WS-CV-DIAS(WS-I) = WS-D
                       AND WS-CV-ULTIMO(WS-I) NOT = "P"
                    PERFORM IMPRIME-COTACAO
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-QTD-VEND = 0
              MOVE "  (TODAS AS COTACOES DA JANELA JA DADAS COMO "
                 TO VENCE-REPORT-REC
              MOVE "PERDIDAS)" TO VENCE-REPORT-REC(47:9)
              WRITE VENCE-REPORT-REC
           END-IF.

       IMPRIME-COTACAO.
           ADD 1 TO WS-QTD-VEND
           ADD 1 TO WS-QTD-LISTA
           MOVE SPACES TO WS-VEN-LINHA
           MOVE WS-CV-COT(WS-I)     TO WS-VL-COT
           MOVE WS-CV-CLIENTE(WS-I) TO WS-VL-CLIENTE
           PERFORM BUSCA-TELEFONE
           MOVE WS-TELEFONE TO WS-VL-TELEFONE
           IF WS-CV-LINHAS(WS-I) > 1
              MOVE "FROTA" TO WS-VL-MODELO
           ELSE
              MOVE WS-CV-VEIC(WS-I) TO WS-NOVO-VEIC
              PERFORM BUSCA-MODELO
              MOVE WS-NOME TO WS-VL-MODELO
           END-IF
           MOVE WS-CV-TOTAL(WS-I)   TO WS-VL-TOTAL
           MOVE WS-CV-DIAS(WS-I)    TO WS-VL-DIAS
           EVALUATE WS-CV-ULTIMO(WS-I)
              WHEN "L"   MOVE "CONT." TO WS-VL-ULTIMO
              WHEN "N"   MOVE "N/ATD" TO WS-VL-ULTIMO
              WHEN "R"   MOVE "RENEG" TO WS-VL-ULTIMO
              WHEN OTHER MOVE "-----" TO WS-VL-ULTIMO
           END-EVALUATE
           WRITE VENCE-REPORT-REC FROM WS-VEN-LINHA.

      *    Telefone: pessoa ativa do cadastro com o mesmo nome do
      *    cliente, primeiro contato com telefone; na falta, o
      *    telefone deixado na recepcao pelo lead ligado a cotacao.
       BUSCA-TELEFONE.
           MOVE SPACES TO WS-TELEFONE
           MOVE 0 TO WS-REG-PESSOA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESSOA-MASTER
           IF WS-PESSOA-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ PESSOA-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF PES-NAME(1:30) = WS-CV-CLIENTE(WS-I)
                             AND PES-ATIVO
                          MOVE PES-REG-NUM TO WS-REG-PESSOA
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESSOA-MASTER
           END-IF
           IF WS-REG-PESSOA NOT = 0
              MOVE "N" TO WS-EOF-ARQ
              OPEN INPUT PESSOA-ENDERECO
              IF WS-ENDER-STATUS NOT = "35"
                 PERFORM UNTIL EOF-ARQ
                    READ PESSOA-ENDERECO
                       AT END
                          MOVE "Y" TO WS-EOF-ARQ
                       NOT AT END
                          IF END-REG-NUM = WS-REG-PESSOA
                                AND END-TELEFONE NOT = SPACES
                             MOVE END-TELEFONE TO WS-TELEFONE
                             MOVE "Y" TO WS-EOF-ARQ
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PESSOA-ENDERECO
              END-IF
           END-IF
           IF WS-TELEFONE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT LEADS
           IF WS-LEAD-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ LEADS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF LD-COT-NUMERO = WS-CV-COT(WS-I)
                          MOVE LD-TELEFONE TO WS-TELEFONE
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEADS
           END-IF
           IF WS-TELEFONE = SPACES
              MOVE "SEM TELEFONE" TO WS-TELEFONE
           END-IF.

       BUSCA-VENDEDOR.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDEDOR-MASTER
           IF WS-VMAST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDEDOR-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VM-VENDEDOR-ID = WS-NOVO-VENDEDOR
                          MOVE VM-VENDEDOR-NOME TO WS-NOME
                          MOVE "Y" TO WS-ACHOU
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDEDOR-MASTER
           END-IF.

       BUSCA-MODELO.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VEIC-ID = WS-NOVO-VEIC
                          MOVE "Y" TO WS-ACHOU
                          MOVE VEIC-MODELO TO WS-NOME
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-MASTER
           END-IF.

       REGISTRA-LIGACAO.
           DISPLAY "NUMERO DA COTACAO: "
           ACCEPT WS-BUSCA-COT
           PERFORM BUSCA-COTACAO
           IF NOT ACHOU
              DISPLAY "COTACAO " WS-BUSCA-COT
                 " NAO ENCONTRADA EM COTACAO.DAT"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-COT-SITUACAO NOT = "A" AND WS-COT-SITUACAO NOT = "P"
              DISPLAY "COTACAO " WS-BUSCA-COT
                 " NAO ESTA ATIVA - NADA A LIGAR"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-ULTIMA-LIGACAO
           IF WS-ULTIMO-RESULT = "P"
              DISPLAY "COTACAO " WS-BUSCA-COT
                 " JA FOI DADA COMO PERDIDA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " WS-COT-CLIENTE
              " VALIDADE: " WS-COT-VALIDADE
           MOVE SPACES TO COTACAO-LIGACAO-REC
           DISPLAY "RESULTADO: (L) CONTATADO (N) NAO ATENDEU "
              "(P) PERDIDA (R) RENEGOCIANDO"
           ACCEPT LG-RESULTADO
           IF NOT LG-RESULTADO-VALIDO
              DISPLAY "RESULTADO INVALIDO - LIGACAO NAO REGISTRADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF LG-PERDIDA
              PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                    UNTIL WS-MOT-IDX > 7
                 DISPLAY "(" WS-MOT-COD(WS-MOT-IDX) ") "
                    WS-MOT-DESC(WS-MOT-IDX)
              END-PERFORM
              DISPLAY "MOTIVO DA PERDA: "
              ACCEPT LG-MOTIVO
              IF NOT LG-MOTIVO-VALIDO
                 DISPLAY "MOTIVO INVALIDO - LIGACAO NAO REGISTRADA"
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "OBSERVACAO (OPCIONAL): "
           ACCEPT LG-OBS
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           MOVE WS-BUSCA-COT    TO LG-COT-NUMERO
           MOVE WS-HOJE         TO LG-DATA
           MOVE WS-AGORA-HORA   TO LG-HORA
           MOVE WS-COT-VENDEDOR TO LG-VENDEDOR-ID
           OPEN EXTEND COTACAO-LIGACAO
           IF WS-LIG-STATUS = "35"
              CLOSE COTACAO-LIGACAO
              OPEN OUTPUT COTACAO-LIGACAO
           END-IF
           WRITE COTACAO-LIGACAO-REC
           CLOSE COTACAO-LIGACAO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "LIGACAO DA COTACAO " DELIMITED BY SIZE
                  LG-COT-NUMERO DELIMITED BY SIZE
                  " - RESULTADO " DELIMITED BY SIZE
                  LG-RESULTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LG-MOTIVO DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       BUSCA-COTACAO.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ COTACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF COT-NUMERO = WS-BUSCA-COT
                       MOVE "Y" TO WS-ACHOU
                       MOVE COT-SITUACAO    TO WS-COT-SITUACAO
                       MOVE COT-VENDEDOR-ID TO WS-COT-VENDEDOR
                       MOVE COT-CLIENTE     TO WS-COT-CLIENTE
                       MOVE COT-VALIDADE    TO WS-COT-VALIDADE
                       MOVE "Y" TO WS-EOF-ARQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO.

       BUSCA-ULTIMA-LIGACAO.
           MOVE SPACE TO WS-ULTIMO-RESULT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-LIGACAO
           IF WS-LIG-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ COTACAO-LIGACAO
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF LG-COT-NUMERO = WS-BUSCA-COT
                       MOVE LG-RESULTADO TO WS-ULTIMO-RESULT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO-LIGACAO.

       RELATORIO-PERDAS.
           DISPLAY "MES DAS LIGACOES (AAAAMM, BRANCO = MES "
              "CORRENTE): "
           MOVE SPACES TO WS-MES-INFORMADO
           ACCEPT WS-MES-INFORMADO
           IF WS-MES-INFORMADO(1:6) IS NUMERIC
              MOVE WS-MES-INFORMADO TO WS-MES-ALVO
           ELSE
              MOVE WS-HOJE(1:6) TO WS-MES-ALVO
           END-IF
           MOVE 0 TO WS-QTD-LIGACOES
           MOVE 0 TO WS-QTD-CONTATO
           MOVE 0 TO WS-QTD-NAO-ATEND
           MOVE 0 TO WS-QTD-RENEGOC
           MOVE 0 TO WS-QTD-PERDAS
           MOVE 0 TO WS-VP-COUNT
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                 UNTIL WS-MOT-IDX > 7
              MOVE 0 TO WS-MOT-QTD(WS-MOT-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-LIGACAO
           IF WS-LIG-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO-LIGACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF LG-DATA(1:6) = WS-MES-ALVO
                          PERFORM ACUMULA-LIGACAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COTACAO-LIGACAO
           END-IF
           OPEN OUTPUT PERDA-REPORT
           MOVE SPACES TO PERDA-REPORT-REC
           STRING "===== POR QUE PERDEMOS NEGOCIOS - MES "
                     DELIMITED BY SIZE
                  WS-MES-ALVO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO PERDA-REPORT-REC
           END-STRING
           WRITE PERDA-REPORT-REC
           MOVE SPACES TO WS-PERDA-LINHA
           MOVE "LIGACOES REGISTRADAS:" TO WS-PL-DESC
           MOVE WS-QTD-LIGACOES TO WS-PL-QTD
           WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           MOVE SPACES TO WS-PERDA-LINHA
           MOVE "  CONTATADOS:" TO WS-PL-DESC
           MOVE WS-QTD-CONTATO TO WS-PL-QTD
           WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           MOVE SPACES TO WS-PERDA-LINHA
           MOVE "  NAO ATENDERAM:" TO WS-PL-DESC
           MOVE WS-QTD-NAO-ATEND TO WS-PL-QTD
           WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           MOVE SPACES TO WS-PERDA-LINHA
           MOVE "  RENEGOCIANDO:" TO WS-PL-DESC
           MOVE WS-QTD-RENEGOC TO WS-PL-QTD
           WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           MOVE SPACES TO WS-PERDA-LINHA
           MOVE "  PERDIDAS:" TO WS-PL-DESC
           MOVE WS-QTD-PERDAS TO WS-PL-QTD
           WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           MOVE SPACES TO PERDA-REPORT-REC
           WRITE PERDA-REPORT-REC
           MOVE "MOTIVO DA PERDA                 PERDAS  % PERDAS"
              TO PERDA-REPORT-REC
           WRITE PERDA-REPORT-REC
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                 UNTIL WS-MOT-IDX > 7
              MOVE SPACES TO WS-PERDA-LINHA
              MOVE WS-MOT-DESC(WS-MOT-IDX) TO WS-PL-DESC
              MOVE WS-MOT-QTD(WS-MOT-IDX)  TO WS-PL-QTD
              IF WS-QTD-PERDAS > 0
                 COMPUTE WS-PCT-CALC ROUNDED =
                    WS-MOT-QTD(WS-MOT-IDX) * 100 / WS-QTD-PERDAS
              ELSE
                 MOVE 0 TO WS-PCT-CALC
              END-IF
              MOVE WS-PCT-CALC TO WS-PL-PCT
              MOVE "%" TO WS-PL-SINAL
              WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           END-PERFORM
           MOVE SPACES TO PERDA-REPORT-REC
           WRITE PERDA-REPORT-REC
           MOVE "PERDAS POR VENDEDOR" TO PERDA-REPORT-REC
           WRITE PERDA-REPORT-REC
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VP-COUNT
              MOVE SPACES TO WS-PERDA-LINHA
              MOVE WS-VP-VENDEDOR(WS-K) TO WS-NOVO-VENDEDOR
              PERFORM BUSCA-VENDEDOR
              STRING WS-NOVO-VENDEDOR DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NOME DELIMITED BY SIZE
                     INTO WS-PL-DESC
              END-STRING
              MOVE WS-VP-PERDAS(WS-K) TO WS-PL-QTD
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-VP-PERDAS(WS-K) * 100 / WS-QTD-PERDAS
              MOVE WS-PCT-CALC TO WS-PL-PCT
              MOVE "%" TO WS-PL-SINAL
              WRITE PERDA-REPORT-REC FROM WS-PERDA-LINHA
           END-PERFORM
           CLOSE PERDA-REPORT
           DISPLAY WS-QTD-PERDAS " PERDA(S) NO MES " WS-MES-ALVO
              " - VER COTPERDA.DAT".

       ACUMULA-LIGACAO.
           ADD 1 TO WS-QTD-LIGACOES
           EVALUATE TRUE
              WHEN LG-CONTATADO    ADD 1 TO WS-QTD-CONTATO
              WHEN LG-NAO-ATENDEU  ADD 1 TO WS-QTD-NAO-ATEND
              WHEN LG-RENEGOCIANDO ADD 1 TO WS-QTD-RENEGOC
              WHEN LG-PERDIDA      PERFORM ACUMULA-PERDA
              WHEN OTHER           CONTINUE
           END-EVALUATE.

       ACUMULA-PERDA.
           ADD 1 TO WS-QTD-PERDAS
           SET WS-MOT-IDX TO 1
           SEARCH WS-MOTIVO-ENTRY
              AT END
                 SET WS-MOT-IDX TO 7
                 ADD 1 TO WS-MOT-QTD(WS-MOT-IDX)
              WHEN WS-MOT-COD(WS-MOT-IDX) = LG-MOTIVO
                 ADD 1 TO WS-MOT-QTD(WS-MOT-IDX)
           END-SEARCH
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VP-COUNT
                    OR WS-VP-VENDEDOR(WS-K) = LG-VENDEDOR-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-VP-COUNT
              IF WS-VP-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VP-COUNT
              MOVE LG-VENDEDOR-ID TO WS-VP-VENDEDOR(WS-K)
              MOVE 0 TO WS-VP-PERDAS(WS-K)
           END-IF
           ADD 1 TO WS-VP-PERDAS(WS-K).

       COPY "RECIBOP.cpy".

       COPY "DATANEGP.cpy".

       COPY "DIAUTILP.cpy".

       COPY "NUMVALIDP.cpy".
