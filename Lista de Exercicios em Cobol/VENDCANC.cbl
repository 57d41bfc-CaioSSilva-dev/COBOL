      *   - quando ha chassi apontado, marca a unidade como
      *     disponivel de novo em VEICUNID.DAT;
      *   - lanca o estorno contabil em GLIFACE.DAT (D receita /
      *     C clientes - a parte de acessorios na receita de
      *     acessorios - e, havendo custo, D estoque de veiculos /
      *     C custo das vendas, fonte ESTORNO) com as contas de
      *     GLCONTAS.DAT;
      *   - cancela a nota fiscal mantendo o numero.
      * So a venda JA CONFIRMADA baixou estoque e pagou comissao;
      * por isso a devolucao ao estoque (VEIC-ESTOQUE + 1) e o
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNID-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT NOTA-FISCAL ASSIGN TO "NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".
       COPY "NOTAREC.cpy".

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

       FD  GL-CONTAS
           RECORD CONTAINS 18 CHARACTERS.
       77  WS-VND-ESTOURO   PIC X VALUE "N".
           88 VENDAS-ESTOURARAM    VALUE "Y".
       01  WS-VND-TABELA.
           05  WS-VND-LINHA-TAB OCCURS 2000 TIMES PIC X(108).
       77  WS-I             PIC 9(4).
       77  WS-ACHOU-VENDA   PIC X VALUE "N".
           88 ACHOU-VENDA          VALUE "Y".
       77  WS-VARQ-ESTOURO  PIC X VALUE "N".
           88 ARQUIVO-ESTOUROU     VALUE "Y".
       01  WS-VARQ-TABELA.
           05  WS-VARQ-LINHA-TAB OCCURS 2000 TIMES PIC X(108).
      *    Dados da venda cancelada guardados antes da regravacao.
       77  WS-CAN-VENDEDOR  PIC X(6).
       77  WS-CAN-VEIC      PIC 9(3).
       77  WS-CAN-VALOR     PIC 9(7)V99.
       77  WS-CAN-CHASSI    PIC X(17).
       77  WS-CAN-COT       PIC 9(6).
       77  WS-CAN-CUSTO     PIC 9(7)V99 VALUE 0.
       77  WS-CAN-ACESS     PIC 9(7)V99 VALUE 0.
       77  WS-CAN-VEICULO   PIC 9(7)V99 VALUE 0.
       77  WS-COMIS-CARRO   PIC 9(3)V99 VALUE 100.00.
       77  WS-ESTORNO-COMIS PIC 9(7)V99 VALUE 0.
       77  WS-EST-W         PIC 9(3) VALUE 0.
       77  WS-COT-NO-PRAZO  PIC X VALUE "N".
           88 COT-NO-PRAZO         VALUE "Y".
       77  WS-QTD-IRMAS     PIC 9(4) VALUE 0.
       77  WS-UNID-COUNT    PIC 9(4) VALUE 0.
       77  WS-UNID-ESTOURO  PIC X VALUE "N".
           88 UNIDADES-ESTOURARAM  VALUE "Y".
       01  WS-UNID-TABELA.
           05  WS-UNID-LINHA-TAB OCCURS 2000 TIMES PIC X(39).
       77  WS-NOTA-COUNT    PIC 9(4) VALUE 0.
       77  WS-NOTA-ESTOURO  PIC X VALUE "N".
           88 NOTAS-ESTOURARAM     VALUE "Y".
       01  WS-NOTA-TABELA.
           05  WS-NOTA-LINHA-TAB OCCURS 2000 TIMES PIC X(84).
       77  WS-CONTA-CLIENTE PIC X(8) VALUE "11020001".
       77  WS-CONTA-RECEITA PIC X(8) VALUE "31010001".
       77  WS-CONTA-CMV     PIC X(8) VALUE "51030001".
       77  WS-CONTA-EST-VEI PIC X(8) VALUE "11030001".
       77  WS-CONTA-ACESS   PIC X(8) VALUE "31020001".
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
                 PERFORM OBTEM-VALOR-VENDA
                 MOVE WS-VD-VALOR-EF TO WS-CAN-VALOR
                 MOVE VD-CHASSI      TO WS-CAN-CHASSI
                 IF VD-CUSTO IS NUMERIC
                    MOVE VD-CUSTO TO WS-CAN-CUSTO
                 ELSE
                    MOVE 0 TO WS-CAN-CUSTO
                 END-IF
                 IF VD-VLR-ACESS IS NUMERIC
                    MOVE VD-VLR-ACESS TO WS-CAN-ACESS
                 ELSE
                    MOVE 0 TO WS-CAN-ACESS
                 END-IF
                 IF VD-COT-NUMERO IS NUMERIC
                    MOVE VD-COT-NUMERO TO WS-CAN-COT
                 ELSE
                 PERFORM OBTEM-VALOR-VENDA
                 MOVE WS-VD-VALOR-EF TO WS-CAN-VALOR
                 MOVE VD-CHASSI      TO WS-CAN-CHASSI
                 IF VD-CUSTO IS NUMERIC
                    MOVE VD-CUSTO TO WS-CAN-CUSTO
                 ELSE
                    MOVE 0 TO WS-CAN-CUSTO
                 END-IF
                 IF VD-VLR-ACESS IS NUMERIC
                    MOVE VD-VLR-ACESS TO WS-CAN-ACESS
                 ELSE
                    MOVE 0 TO WS-CAN-ACESS
                 END-IF
                 IF VD-COT-NUMERO IS NUMERIC
                    MOVE VD-COT-NUMERO TO WS-CAN-COT
                 ELSE
                 "ATIVA(S)"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN I-O COTACAO
           IF WS-COT-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CAN-COT TO COT-NUMERO
           START COTACAO KEY IS = COT-NUMERO
              INVALID KEY
                 MOVE "Y" TO WS-EOF-ARQ
           END-START
           PERFORM UNTIL EOF-ARQ
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    IF COT-NUMERO NOT = WS-CAN-COT
                       MOVE "Y" TO WS-EOF-ARQ
                    ELSE
                       IF COT-VENDIDA
                          SET COT-ATIVA TO TRUE
                          REWRITE COTACAO-REC
                          MOVE "Y" TO WS-COT-REATIVADA
                          IF COT-VALIDADE >= WS-HOJE
                             MOVE "Y" TO WS-COT-NO-PRAZO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTACAO
           IF COT-REATIVADA
              DISPLAY "COTACAO " WS-CAN-COT " REATIVADA"
           END-IF.

           IF NOT VENDA-CONFIRMADA AND NOT COT-NO-PRAZO
              EXIT PARAGRAPH
           END-IF
           OPEN I-O VEICULO-MASTER
           IF WS-VEIC-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CAN-VEIC TO VEIC-ID
           READ VEICULO-MASTER KEY IS VEIC-ID
              INVALID KEY
                 DISPLAY "VEICULO " WS-CAN-VEIC " FORA DO VEICMAST"
                    ".DAT - ESTOQUE NAO RESTAURADO"
                 CLOSE VEICULO-MASTER
                 EXIT PARAGRAPH
              NOT INVALID KEY
                 PERFORM DEVOLVE-ESTOQUE-REGISTRO
                 REWRITE VEICULO-MASTER-REC
           END-READ
           CLOSE VEICULO-MASTER
           IF VENDA-CONFIRMADA
              DISPLAY "ESTOQUE DO VEICULO " WS-CAN-VEIC
      *    que o FOLHACON aplica na proxima liberacao.
       GERA-ESTORNO-COMISSAO.
           MOVE 100.00 TO WS-COMIS-CARRO
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              MOVE WS-CAN-VEIC TO VEIC-ID
              READ VEICULO-MASTER KEY IS VEIC-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VEIC-COMISSAO TO WS-COMIS-CARRO
              END-READ
              CLOSE VEICULO-MASTER
           END-IF
           COMPUTE WS-ESTORNO-COMIS = WS-COMIS-CARRO
                             MOVE GC-CONTA TO WS-CONTA-CLIENTE
                          WHEN "CARRO-REC "
                             MOVE GC-CONTA TO WS-CONTA-RECEITA
                          WHEN "CARRO-CMV "
                             MOVE GC-CONTA TO WS-CONTA-CMV
                          WHEN "CARRO-EST "
                             MOVE GC-CONTA TO WS-CONTA-EST-VEI
                          WHEN "CARRO-ACE "
                             MOVE GC-CONTA TO WS-CONTA-ACESS
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
              CLOSE GL-INTERFACE
              OPEN OUTPUT GL-INTERFACE
           END-IF
      *    A parte de acessorios volta da conta em que entrou.
           IF WS-CAN-ACESS > WS-CAN-VALOR
              MOVE WS-CAN-VALOR TO WS-CAN-ACESS
           END-IF
           COMPUTE WS-CAN-VEICULO = WS-CAN-VALOR - WS-CAN-ACESS
           IF WS-CAN-VEICULO > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-HOJE          TO GI-DATA
              MOVE WS-CONTA-RECEITA TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-CAN-VEICULO   TO GI-VALOR
              MOVE "ESTORNO"        TO GI-FONTE
              MOVE "CCVD"           TO GI-CCUSTO
              WRITE GL-INTERFACE-REC
           END-IF
           IF WS-CAN-ACESS > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-HOJE          TO GI-DATA
              MOVE WS-CONTA-ACESS   TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-CAN-ACESS     TO GI-VALOR
              MOVE "ESTORNO"        TO GI-FONTE
              MOVE "CCVD"           TO GI-CCUSTO
              WRITE GL-INTERFACE-REC
           END-IF
           MOVE SPACES TO GL-INTERFACE-REC
           MOVE WS-HOJE          TO GI-DATA
           MOVE WS-CONTA-CLIENTE TO GI-CONTA
           MOVE "ESTORNO"        TO GI-FONTE
           MOVE "CCVD"           TO GI-CCUSTO
           WRITE GL-INTERFACE-REC
      *    O carro volta ao estoque pelo mesmo custo que saiu.
           IF WS-CAN-CUSTO > 0
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-HOJE          TO GI-DATA
              MOVE WS-CONTA-EST-VEI TO GI-CONTA
              MOVE "D"              TO GI-DC
              MOVE WS-CAN-CUSTO     TO GI-VALOR
              MOVE "ESTORNO"        TO GI-FONTE
              MOVE "CCVD"           TO GI-CCUSTO
              WRITE GL-INTERFACE-REC
              MOVE SPACES TO GL-INTERFACE-REC
              MOVE WS-HOJE          TO GI-DATA
              MOVE WS-CONTA-CMV     TO GI-CONTA
              MOVE "C"              TO GI-DC
              MOVE WS-CAN-CUSTO     TO GI-VALOR
              MOVE "ESTORNO"        TO GI-FONTE
              MOVE "CCVD"           TO GI-CCUSTO
              WRITE GL-INTERFACE-REC
           END-IF
           CLOSE GL-INTERFACE
           DISPLAY "ESTORNO CONTABIL LANCADO EM GLIFACE.DAT".

