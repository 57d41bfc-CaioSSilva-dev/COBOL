       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESQSAT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Pesquisa de satisfacao pos-entrega sobre PESQSAT.DAT, semeada
      * pela confirmacao de entrega (ENTREGA):
      *   - gerar as cartas: cada pesquisa pendente cuja data de
      *     envio ja chegou vira carta em PESQCART.DAT no estilo do
      *     SERVCART.DAT (mesmo endereco de correspondencia carimbado
      *     na entrega) e passa a E (enviada);
      *   - registrar a resposta devolvida: nota de 0 a 10 para a
      *     recomendacao, a experiencia de entrega e o vendedor. O
      *     detrator (recomendacao de 0 a 6) vai para OPERALRT.DAT
      *     para o gerente ligar de volta ao cliente;
      *   - relatorio do mes (PESQREL.DAT): NPS por vendedor e por
      *     filial - % de promotores (9-10) menos % de detratores -
      *     com a media das notas de entrega e de vendedor.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESQUISA-SATISFACAO ASSIGN TO "PESQSAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESQ-STATUS.
           SELECT CARTAS-PESQUISA ASSIGN TO "PESQCART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT PESQUISA-REPORT ASSIGN TO "PESQREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT OPERADOR-ALERTA ASSIGN TO "OPERALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PESQUISA-SATISFACAO.
       COPY "PESQREC.cpy".

       FD  CARTAS-PESQUISA
           RECORD CONTAINS 70 CHARACTERS.
       01  CARTAS-PESQUISA-REC   PIC X(70).

       FD  PESQUISA-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  PESQUISA-REPORT-REC   PIC X(70).

       FD  OPERADOR-ALERTA
           RECORD CONTAINS 60 CHARACTERS.
       01  OPERADOR-ALERTA-REC   PIC X(60).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "NUMVALID.cpy".
       77  WS-PESQ-STATUS   PIC XX VALUE SPACES.
       77  WS-CAR-STATUS    PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-ALRT-STATUS   PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-PESQ-COUNT    PIC 9(4) VALUE 0.
       77  WS-PESQ-ESTOURO  PIC X VALUE "N".
           88 PESQUISA-ESTOUROU    VALUE "Y".
       01  WS-PESQ-TABELA.
           05  WS-PESQ-LINHA-TAB OCCURS 2000 TIMES PIC X(152).
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-QTD-CARTAS    PIC 9(4) VALUE 0.
       77  WS-BUSCA-NF      PIC 9(6).
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-MES-INFORMADO PIC X(6).
       77  WS-MES-ALVO      PIC 9(6).
       01  WS-ALERTA-AGORA.
           05  WS-AG-DATA        PIC 9(8).
           05  WS-AG-HORA        PIC 9(6).
           05  FILLER            PIC X(7).
       01  WS-ALERTA-LINHA.
           05  AL-DATA           PIC 9(8).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-HORA           PIC 9(6).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-SEVERIDADE     PIC X(5).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-PASSO          PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  AL-MENSAGEM       PIC X(26).
      *    Apuracao do NPS: a mesma tabela serve ao corte por vendedor
      *    e, zerada, ao corte por filial (WS-NPS-CHAVE).
       77  WS-NPS-CHAVE     PIC X(6).
       77  WS-NPS-COUNT     PIC 9(3) VALUE 0.
       01  WS-NPS-TABELA.
           05  WS-NPS-ENTRY OCCURS 200 TIMES.
               10  WS-NT-CHAVE      PIC X(6).
               10  WS-NT-RESPOSTAS  PIC 9(4).
               10  WS-NT-PROMOTOR   PIC 9(4).
               10  WS-NT-DETRATOR   PIC 9(4).
               10  WS-NT-SOMA-ENTR  PIC 9(6).
               10  WS-NT-SOMA-VEND  PIC 9(6).
       77  WS-NPS-ACHOU     PIC X VALUE "N".
           88 NPS-ACHOU            VALUE "Y".
       77  WS-NPS-K         PIC 9(3).
       77  WS-NPS-VALOR     PIC S9(3)V9 VALUE 0.
       77  WS-MEDIA         PIC 9(2)V9 VALUE 0.
       77  WS-QTD-MES       PIC 9(4) VALUE 0.
       01  WS-NPS-LINHA.
           05  WS-NL-CHAVE      PIC X(6).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-NL-RESP       PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-NL-PROM       PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-NL-NEUT       PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-NL-DETR       PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-NL-NPS        PIC ---9.9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-NL-MED-ENTR   PIC Z9.9.
           05  FILLER           PIC X(5) VALUE SPACES.
           05  WS-NL-MED-VEND   PIC Z9.9.
           05  FILLER           PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM OBTEM-DATA-NEGOCIO
           PERFORM CARREGA-PESQUISAS
           IF PESQUISA-ESTOUROU
              DISPLAY "PESQSAT.DAT MAIOR QUE A TABELA DE 2000 - "
                 "RODADA RECUSADA PARA NAO TRUNCAR AS PESQUISAS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== PESQUISA DE SATISFACAO ====="
              DISPLAY "(1) GERAR CARTAS DE PESQUISA"
              DISPLAY "(2) REGISTRAR RESPOSTA"
              DISPLAY "(3) RELATORIO MENSAL DE NPS"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM GERA-CARTAS-PESQUISA
                 WHEN 2 PERFORM REGISTRA-RESPOSTA
                 WHEN 3 PERFORM RELATORIO-NPS
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-PESQUISAS
           END-IF
           GOBACK.

       CARREGA-PESQUISAS.
           MOVE 0 TO WS-PESQ-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT PESQUISA-SATISFACAO
           IF WS-PESQ-STATUS = "35"
              DISPLAY "PESQSAT.DAT NAO ENCONTRADO - "
                 "NENHUMA ENTREGA CONFIRMADA AINDA"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ PESQUISA-SATISFACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-PESQ-COUNT < 2000
                          ADD 1 TO WS-PESQ-COUNT
                          MOVE PESQUISA-REC
                             TO WS-PESQ-LINHA-TAB(WS-PESQ-COUNT)
                       ELSE
                          MOVE "Y" TO WS-PESQ-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESQUISA-SATISFACAO
           END-IF.

       REGRAVA-PESQUISAS.
           OPEN OUTPUT PESQUISA-SATISFACAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PESQ-COUNT
              MOVE WS-PESQ-LINHA-TAB(WS-I) TO PESQUISA-REC
              WRITE PESQUISA-REC
           END-PERFORM
           CLOSE PESQUISA-SATISFACAO.

      *    A carta sai quando a data de envio carimbada na entrega ja
      *    chegou na data de negocio - rodada atrasada pega as
      *    pendentes dos dias anteriores.
       GERA-CARTAS-PESQUISA.
           MOVE 0 TO WS-QTD-CARTAS
           OPEN EXTEND CARTAS-PESQUISA
           IF WS-CAR-STATUS = "35"
              CLOSE CARTAS-PESQUISA
              OPEN OUTPUT CARTAS-PESQUISA
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PESQ-COUNT
              MOVE WS-PESQ-LINHA-TAB(WS-I) TO PESQUISA-REC
              IF PQ-PENDENTE
                    AND PQ-DATA-ENVIO <= WS-DATA-NEGOCIO
                 PERFORM GERA-UMA-CARTA
                 SET PQ-ENVIADA TO TRUE
                 MOVE PESQUISA-REC TO WS-PESQ-LINHA-TAB(WS-I)
                 MOVE "Y" TO WS-ALTERADO
              END-IF
           END-PERFORM
           CLOSE CARTAS-PESQUISA
           DISPLAY WS-QTD-CARTAS " CARTA(S) DE PESQUISA EM "
              "PESQCART.DAT".

      *    Mesmo molde da carta de revisao do SERVLEM: o endereco e o
      *    de correspondencia informado na confirmacao de entrega.
       GERA-UMA-CARTA.
           ADD 1 TO WS-QTD-CARTAS
           MOVE ALL "-" TO CARTAS-PESQUISA-REC
           WRITE CARTAS-PESQUISA-REC
           MOVE SPACES TO CARTAS-PESQUISA-REC
           STRING "PREZADO(A) " DELIMITED BY SIZE
                  FUNCTION TRIM(PQ-CLIENTE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CARTAS-PESQUISA-REC
           END-STRING
           WRITE CARTAS-PESQUISA-REC
           IF PQ-ENDERECO NOT = SPACES
              MOVE SPACES TO CARTAS-PESQUISA-REC
              MOVE PQ-ENDERECO TO CARTAS-PESQUISA-REC
              WRITE CARTAS-PESQUISA-REC
              IF PQ-CIDADE NOT = SPACES
                    OR PQ-CEP NOT = SPACES
                 MOVE SPACES TO CARTAS-PESQUISA-REC
                 STRING FUNCTION TRIM(PQ-CIDADE)
                        DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        PQ-UF DELIMITED BY SIZE
                        " CEP " DELIMITED BY SIZE
                        PQ-CEP DELIMITED BY SIZE
                        INTO CARTAS-PESQUISA-REC
                 END-STRING
                 WRITE CARTAS-PESQUISA-REC
              END-IF
           ELSE
              MOVE "(ENDERECO NAO CADASTRADO)"
                 TO CARTAS-PESQUISA-REC
              WRITE CARTAS-PESQUISA-REC
           END-IF
           MOVE SPACES TO CARTAS-PESQUISA-REC
           STRING "SEU VEICULO DA NOTA " DELIMITED BY SIZE
                  PQ-NF-NUMERO DELIMITED BY SIZE
                  " FOI ENTREGUE EM " DELIMITED BY SIZE
                  PQ-DATA-ENTREGA DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO CARTAS-PESQUISA-REC
           END-STRING
           WRITE CARTAS-PESQUISA-REC
           MOVE "DE 0 A 10, RESPONDA E DEVOLVA ESTA CARTA:"
              TO CARTAS-PESQUISA-REC
           WRITE CARTAS-PESQUISA-REC
           MOVE "  RECOMENDARIA A LOJA A UM AMIGO?          ( )"
              TO CARTAS-PESQUISA-REC
           WRITE CARTAS-PESQUISA-REC
           MOVE "  COMO FOI A ENTREGA DO VEICULO?           ( )"
              TO CARTAS-PESQUISA-REC
           WRITE CARTAS-PESQUISA-REC
           MOVE "  COMO AVALIA O ATENDIMENTO DO VENDEDOR?   ( )"
              TO CARTAS-PESQUISA-REC
           WRITE CARTAS-PESQUISA-REC.

       REGISTRA-RESPOSTA.
           DISPLAY "NUMERO DA NOTA FISCAL DA VENDA: "
           ACCEPT WS-BUSCA-NF
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PESQ-COUNT OR WS-ACHOU-I > 0
              MOVE WS-PESQ-LINHA-TAB(WS-I) TO PESQUISA-REC
              IF PQ-NF-NUMERO = WS-BUSCA-NF
                    AND (PQ-ENVIADA OR PQ-PENDENTE)
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF WS-ACHOU-I = 0
              DISPLAY "NENHUMA PESQUISA EM ABERTO DA NOTA "
                 WS-BUSCA-NF
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PESQ-LINHA-TAB(WS-ACHOU-I) TO PESQUISA-REC
           DISPLAY "CLIENTE " PQ-CLIENTE " VENDEDOR " PQ-VENDEDOR-ID
           MOVE 0  TO WS-NUM-MIN
           MOVE 10 TO WS-NUM-MAX
           MOVE "RECOMENDACAO DA LOJA (0-10): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO PQ-NOTA-RECOMENDA
           MOVE "EXPERIENCIA DE ENTREGA (0-10): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO PQ-NOTA-ENTREGA
           MOVE "ATENDIMENTO DO VENDEDOR (0-10): " TO WS-NUM-PROMPT
           PERFORM CAPTURA-NUMERO-VALIDADO
           MOVE WS-NUM-ENTRADA TO PQ-NOTA-VENDEDOR
           SET PQ-RESPONDIDA TO TRUE
           MOVE WS-DATA-NEGOCIO TO PQ-DATA-RESPOSTA
           MOVE PESQUISA-REC TO WS-PESQ-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           IF PQ-NOTA-RECOMENDA < 7
              PERFORM GRAVA-ALERTA-DETRATOR
              DISPLAY "CLIENTE DETRATOR - ALERTA GRAVADO PARA O "
                 "GERENTE RETORNAR A LIGACAO"
           END-IF
           DISPLAY "RESPOSTA DA NOTA " WS-BUSCA-NF " REGISTRADA".

       GRAVA-ALERTA-DETRATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-ALERTA-AGORA
           MOVE WS-AG-DATA TO AL-DATA
           MOVE WS-AG-HORA TO AL-HORA
           MOVE "MEDIO"    TO AL-SEVERIDADE
           MOVE "PESQSAT"  TO AL-PASSO
           MOVE SPACES     TO AL-MENSAGEM
           STRING "DETRATOR NF " DELIMITED BY SIZE
                  PQ-NF-NUMERO DELIMITED BY SIZE
                  " NOTA " DELIMITED BY SIZE
                  PQ-NOTA-RECOMENDA DELIMITED BY SIZE
                  INTO AL-MENSAGEM
           END-STRING
           OPEN EXTEND OPERADOR-ALERTA
           IF WS-ALRT-STATUS = "35"
              CLOSE OPERADOR-ALERTA
              OPEN OUTPUT OPERADOR-ALERTA
           END-IF
           WRITE OPERADOR-ALERTA-REC FROM WS-ALERTA-LINHA
           CLOSE OPERADOR-ALERTA.

      *    NPS do mes das respostas: por vendedor da venda e por
      *    filial, mais a linha da loja toda.
       RELATORIO-NPS.
           DISPLAY "MES DAS RESPOSTAS (AAAAMM, BRANCO = MES DA DATA "
              "DE NEGOCIO): "
           MOVE SPACES TO WS-MES-INFORMADO
           ACCEPT WS-MES-INFORMADO
           IF WS-MES-INFORMADO(1:6) IS NUMERIC
              MOVE WS-MES-INFORMADO TO WS-MES-ALVO
           ELSE
              MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-ALVO
           END-IF
           OPEN OUTPUT PESQUISA-REPORT
           MOVE SPACES TO PESQUISA-REPORT-REC
           STRING "===== NPS DA PESQUISA DE SATISFACAO - MES "
                  DELIMITED BY SIZE
                  WS-MES-ALVO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO PESQUISA-REPORT-REC
           END-STRING
           WRITE PESQUISA-REPORT-REC
           MOVE "V" TO WS-NPS-CHAVE
           PERFORM APURA-NPS
           IF WS-QTD-MES = 0
              MOVE "NENHUMA RESPOSTA NO MES" TO PESQUISA-REPORT-REC
              WRITE PESQUISA-REPORT-REC
              CLOSE PESQUISA-REPORT
              DISPLAY "NENHUMA RESPOSTA NO MES " WS-MES-ALVO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PESQUISA-REPORT-REC
           WRITE PESQUISA-REPORT-REC
           MOVE SPACES TO PESQUISA-REPORT-REC
           STRING "VENDEDOR RESP  PROM  NEUT  DETR" DELIMITED BY SIZE
                  "    NPS  ENTREGA  VENDEDOR" DELIMITED BY SIZE
                  INTO PESQUISA-REPORT-REC
           END-STRING
           WRITE PESQUISA-REPORT-REC
           PERFORM IMPRIME-NPS
           MOVE "F" TO WS-NPS-CHAVE
           PERFORM APURA-NPS
           MOVE SPACES TO PESQUISA-REPORT-REC
           WRITE PESQUISA-REPORT-REC
           MOVE SPACES TO PESQUISA-REPORT-REC
           STRING "FILIAL   RESP  PROM  NEUT  DETR" DELIMITED BY SIZE
                  "    NPS  ENTREGA  VENDEDOR" DELIMITED BY SIZE
                  INTO PESQUISA-REPORT-REC
           END-STRING
           WRITE PESQUISA-REPORT-REC
           PERFORM IMPRIME-NPS
           MOVE "L" TO WS-NPS-CHAVE
           PERFORM APURA-NPS
           MOVE SPACES TO PESQUISA-REPORT-REC
           WRITE PESQUISA-REPORT-REC
           PERFORM IMPRIME-NPS
           CLOSE PESQUISA-REPORT
           DISPLAY WS-QTD-MES " RESPOSTA(S) DO MES " WS-MES-ALVO
              " - NPS EM PESQREL.DAT".

      *    WS-NPS-CHAVE escolhe o corte: V vendedor, F filial,
      *    L loja toda (uma linha so).
       APURA-NPS.
           MOVE 0 TO WS-NPS-COUNT
           MOVE 0 TO WS-QTD-MES
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-PESQ-COUNT
              MOVE WS-PESQ-LINHA-TAB(WS-I) TO PESQUISA-REC
              IF PQ-RESPONDIDA
                    AND PQ-DATA-RESPOSTA(1:6) = WS-MES-ALVO
                 ADD 1 TO WS-QTD-MES
                 PERFORM ACUMULA-NPS
              END-IF
           END-PERFORM.

       ACUMULA-NPS.
           EVALUATE WS-NPS-CHAVE
              WHEN "V"
                 MOVE PQ-VENDEDOR-ID TO WS-NL-CHAVE
              WHEN "F"
                 MOVE PQ-FILIAL TO WS-NL-CHAVE
              WHEN OTHER
                 MOVE "LOJA" TO WS-NL-CHAVE
           END-EVALUATE
           MOVE "N" TO WS-NPS-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-NPS-COUNT OR NPS-ACHOU
              IF WS-NT-CHAVE(WS-J) = WS-NL-CHAVE
                 MOVE "Y" TO WS-NPS-ACHOU
                 MOVE WS-J TO WS-NPS-K
              END-IF
           END-PERFORM
           IF NOT NPS-ACHOU
              IF WS-NPS-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NPS-COUNT
              MOVE WS-NPS-COUNT TO WS-NPS-K
              MOVE WS-NL-CHAVE TO WS-NT-CHAVE(WS-NPS-K)
              MOVE 0 TO WS-NT-RESPOSTAS(WS-NPS-K)
              MOVE 0 TO WS-NT-PROMOTOR(WS-NPS-K)
              MOVE 0 TO WS-NT-DETRATOR(WS-NPS-K)
              MOVE 0 TO WS-NT-SOMA-ENTR(WS-NPS-K)
              MOVE 0 TO WS-NT-SOMA-VEND(WS-NPS-K)
           END-IF
           ADD 1 TO WS-NT-RESPOSTAS(WS-NPS-K)
           IF PQ-NOTA-RECOMENDA > 8
              ADD 1 TO WS-NT-PROMOTOR(WS-NPS-K)
           END-IF
           IF PQ-NOTA-RECOMENDA < 7
              ADD 1 TO WS-NT-DETRATOR(WS-NPS-K)
           END-IF
           ADD PQ-NOTA-ENTREGA  TO WS-NT-SOMA-ENTR(WS-NPS-K)
           ADD PQ-NOTA-VENDEDOR TO WS-NT-SOMA-VEND(WS-NPS-K).

       IMPRIME-NPS.
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-NPS-COUNT
              MOVE WS-NT-CHAVE(WS-J)     TO WS-NL-CHAVE
              IF WS-NL-CHAVE = SPACES
                 MOVE "(S/ID)" TO WS-NL-CHAVE
              END-IF
              MOVE WS-NT-RESPOSTAS(WS-J) TO WS-NL-RESP
              MOVE WS-NT-PROMOTOR(WS-J)  TO WS-NL-PROM
              MOVE WS-NT-DETRATOR(WS-J)  TO WS-NL-DETR
              COMPUTE WS-NL-NEUT = WS-NT-RESPOSTAS(WS-J)
                 - WS-NT-PROMOTOR(WS-J) - WS-NT-DETRATOR(WS-J)
              COMPUTE WS-NPS-VALOR ROUNDED =
                 (WS-NT-PROMOTOR(WS-J) - WS-NT-DETRATOR(WS-J))
                 * 100 / WS-NT-RESPOSTAS(WS-J)
              MOVE WS-NPS-VALOR TO WS-NL-NPS
              COMPUTE WS-MEDIA ROUNDED =
                 WS-NT-SOMA-ENTR(WS-J) / WS-NT-RESPOSTAS(WS-J)
              MOVE WS-MEDIA TO WS-NL-MED-ENTR
              COMPUTE WS-MEDIA ROUNDED =
                 WS-NT-SOMA-VEND(WS-J) / WS-NT-RESPOSTAS(WS-J)
              MOVE WS-MEDIA TO WS-NL-MED-VEND
              WRITE PESQUISA-REPORT-REC FROM WS-NPS-LINHA
           END-PERFORM.

       COPY "NUMVALIDP.cpy".

       COPY "DATANEGP.cpy".
