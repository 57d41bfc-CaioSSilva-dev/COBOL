       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUSTOMER-TRAN ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  CUSTOMER-TRAN
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-TRAN-STATUS   PIC XX VALUE SPACES.
       77  WS-UPDR-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-TRAN      PIC X VALUE "N".
           88 EOF-TRAN             VALUE "Y".
       77  WS-ACHOU-CUST    PIC X VALUE "N".
           88 ACHOU-CUST           VALUE "Y".
       77  WS-TARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-QTD-CONSUMIDAS PIC 9(5) VALUE 0.
       77  WS-CONT-APLICADA PIC 9(5) VALUE 0.
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT CUSTOMER-TRAN
           IF WS-TRAN-STATUS = "35"
              DISPLAY "CUSTTRAN.DAT NAO ENCONTRADO - "
                 "NENHUMA ATUALIZACAO A APLICAR"
           ELSE
              PERFORM ABRE-CLIENTES
              OPEN OUTPUT UPDATE-REPORT
              PERFORM UNTIL EOF-TRAN
                 READ CUSTOMER-TRAN
              CLOSE CUSTOMER-TRAN
              PERFORM GRAVA-TOTAIS-RELATORIO
              CLOSE UPDATE-REPORT
              CLOSE CUSTOMER-MASTER
              PERFORM CONSOME-TRANSACOES
           END-IF
           GOBACK.
              END-IF
           END-IF.

      *    Cada transacao le, grava, regrava ou exclui o proprio
      *    registro pela chave - o master nao passa mais por tabela.
       ABRE-CLIENTES.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTOMER-MASTER NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF.

       BUSCA-CLIENTE.
           MOVE "N" TO WS-ACHOU-CUST
           MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACHOU-CUST
           END-READ.

       APLICA-TRANSACAO.
           PERFORM BUSCA-CLIENTE
                    AND CT-BIRTH-DAY >= 1 AND CT-BIRTH-DAY <= 31
                    AND CT-BIRTH-YEAR >= 1900
                    AND CT-BIRTH-YEAR <= 2100
                 MOVE SPACES TO CUSTOMER-MASTER-REC
      *          A transacao nao traz CPF/CNPJ - o cliente entra na
      *          lista de pendencias do CUSTMNT.
                 MOVE SPACE  TO CM-DOC-TIPO
                 MOVE SPACES TO CM-DOC-NUMERO
                 PERFORM MOVE-TRAN-PARA-REGISTRO
                 WRITE CUSTOMER-MASTER-REC
                    INVALID KEY
                       MOVE "ID JA EXISTE NO MASTER" TO WS-UPDR-MOTIVO
                       PERFORM REGISTRA-REJEITADA
                    NOT INVALID KEY
                       PERFORM REGISTRA-APLICADA
                 END-WRITE
              ELSE
                 MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-UPDR-MOTIVO
                 PERFORM REGISTRA-REJEITADA
                    AND CT-BIRTH-DAY >= 1 AND CT-BIRTH-DAY <= 31
                    AND CT-BIRTH-YEAR >= 1900
                    AND CT-BIRTH-YEAR <= 2100
                 PERFORM MOVE-TRAN-PARA-REGISTRO
                 REWRITE CUSTOMER-MASTER-REC
                 PERFORM REGISTRA-APLICADA
              ELSE
                 MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-UPDR-MOTIVO
           IF NOT ACHOU-CUST
              PERFORM REGISTRA-SEM-CORRESPONDENCIA
           ELSE
              DELETE CUSTOMER-MASTER RECORD
              PERFORM REGISTRA-APLICADA
           END-IF.

       MOVE-TRAN-PARA-REGISTRO.
           MOVE CT-CUSTOMER-ID   TO CM-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
           MOVE CT-BIRTH-YEAR    TO CM-BIRTH-YEAR
           MOVE CT-BIRTH-MONTH   TO CM-BIRTH-MONTH
           MOVE CT-BIRTH-DAY     TO CM-BIRTH-DAY
           EVALUATE CT-STATUS
              WHEN "A" MOVE "A" TO CM-STATUS
              WHEN "F" MOVE "F" TO CM-STATUS
              WHEN "X" MOVE "X" TO CM-STATUS
              WHEN OTHER CONTINUE
           END-EVALUATE.

