      * veiculo, valor) vira um registro em VENDAS.DAT. O fechamento
      * da folha acumula estes registros por vendedor em lugar dos
      * agregados digitados - quando um vendedor contesta o pagamento,
      * a lista de vendas e a prova. O custo do modelo no VEICMAST
      * segue com a venda (VD-CUSTO) para a margem bruta. O CPF/CNPJ
      * do comprador e pedido a cada venda e sai na nota fiscal.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "NUMVALID.cpy".
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "NOTAFIS.cpy".
       COPY "FILIAL.cpy".
       COPY "CPFVALID.cpy".
       COPY "CNPJVALID.cpy".
       COPY "DOCCLI.cpy".
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-NFIS-STATUS   PIC XX VALUE SPACES.
       77  WS-FORMA-PGTO    PIC X VALUE SPACE.
       77  WS-RESPOSTA      PIC X VALUE "S".
       77  WS-QTD-DIGITADAS PIC 9(4) VALUE 0.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-VEIC      PIC X VALUE "N".
           88 EOF-VEIC             VALUE "Y".
       77  WS-CUSTO-VENDA   PIC 9(7)V99 VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
              DISPLAY "ID DO CLIENTE NO CADASTRO "
                 "(BRANCO = SEM CADASTRO): "
              ACCEPT WS-CLIENTE-ID
              MOVE "N" TO WS-DOC-OPCIONAL
              PERFORM CAPTURA-DOCUMENTO-CLIENTE
              DISPLAY "ID DO VENDEDOR: "
              ACCEPT WS-VENDEDOR-ID
              MOVE 0   TO WS-NUM-MIN
           MOVE WS-VEIC-ID     TO WS-NF-VEIC
           MOVE WS-VALOR-VENDA TO WS-NF-VALOR
           MOVE 0              TO WS-NF-COT
           MOVE WS-DOC-TIPO    TO WS-NF-DOC-TIPO
           MOVE WS-DOC-NUMERO  TO WS-NF-DOC-NUMERO
           PERFORM EMITE-NOTA-FISCAL
           PERFORM OBTEM-CUSTO-VENDA
           MOVE SPACES TO VENDAS-REC
           MOVE WS-HOJE        TO VD-DATA
           MOVE WS-VENDEDOR-ID TO VD-VENDEDOR-ID
           MOVE WS-PCT-VEND-2    TO VD-PCT-VEND-2
           MOVE WS-FORMA-PGTO    TO VD-FORMA-PGTO
           MOVE WS-FILIAL-CODIGO TO VD-FILIAL
           MOVE WS-CUSTO-VENDA   TO VD-CUSTO
           OPEN EXTEND VENDAS
           IF WS-VENDAS-STATUS = "35"
              CLOSE VENDAS
           CLOSE VENDAS
           ADD 1 TO WS-QTD-DIGITADAS.

      *    Venda digitada nao aponta unidade: vale o custo do modelo.
       OBTEM-CUSTO-VENDA.
           MOVE 0 TO WS-CUSTO-VENDA
           MOVE "N" TO WS-EOF-VEIC
           OPEN INPUT VEICULO-MASTER
           IF WS-VEIC-STATUS NOT = "35"
              PERFORM UNTIL EOF-VEIC
                 READ VEICULO-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-VEIC
                    NOT AT END
                       IF VEIC-ID = WS-VEIC-ID
                          IF VEIC-CUSTO IS NUMERIC
                             MOVE VEIC-CUSTO TO WS-CUSTO-VENDA
                          END-IF
                          MOVE "Y" TO WS-EOF-VEIC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-MASTER
           END-IF.

       COPY "NUMVALIDP.cpy".

       COPY "DECVALIDP.cpy".
       COPY "RECIBOP.cpy".

       COPY "FILIALP.cpy".

       COPY "CPFVALIDP.cpy".

       COPY "CNPJVALIDP.cpy".

       COPY "DOCCLIP.cpy".
