       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUSTOMER-LOG ASSIGN TO "CUSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT PENDENCIA-DOC ASSIGN TO "CLISDOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT SANDBOX-MARCA ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  CUSTOMER-LOG
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTOMER-LOG-REC      PIC X(80).

       FD  PENDENCIA-DOC
           RECORD CONTAINS 60 CHARACTERS.
       01  PENDENCIA-DOC-REC     PIC X(60).

       FD  SANDBOX-MARCA
           RECORD CONTAINS 40 CHARACTERS.
       COPY "DATECOPY.cpy".
       COPY "NUMVALID.cpy".
       COPY "RECIBO.cpy".
       COPY "CPFVALID.cpy".
       COPY "CNPJVALID.cpy".
       COPY "DOCCLI.cpy".
       77  WS-PEND-STATUS   PIC XX VALUE SPACES.
       77  WS-QTD-PENDENTES PIC 9(4) VALUE 0.
       77  WS-DOC-DUPLICADO PIC X VALUE "N".
           88 DOC-DUPLICADO        VALUE "Y".
       01  WS-CLI-GUARDA    PIC X(61).
       01  WS-PEND-LINHA.
           05  WS-PEND-ID         PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-PEND-NOME       PIC X(30).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-PEND-NASC       PIC 9(8).
           05  FILLER             PIC X(14) VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-CLOG-STATUS   PIC XX VALUE SPACES.
       77  WS-EOF-CUST      PIC X VALUE "N".
           88 EOF-CUST             VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-BUSCA-ID      PIC X(6).
       77  WS-ACHOU-CUST    PIC X VALUE "N".
           88 ACHOU-CUST           VALUE "Y".
       77  WS-DATA-VALIDA   PIC X VALUE "N".
           88 DATA-VALIDA          VALUE "Y".
       77  WS-NOVO-NOME     PIC X(30).
       77  WS-NOVA-SIT      PIC X VALUE SPACE.
       01  WS-CLOG-DATA-HORA.
           05  WS-CLOG-DATA       PIC 9(8).
           05  WS-CLOG-HORA       PIC 9(6).
       INICIO.
           PERFORM EXIBE-BANNER-TREINO
           MOVE 0 TO RETURN-CODE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "CUSTOMER-MASTER NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== MANUTENCAO DE CLIENTES ====="
              DISPLAY "(3) CONSULTAR"
              DISPLAY "(4) EXCLUIR"
              DISPLAY "(5) SITUACAO (ATIVO/FALECIDO/ARQUIVADO)"
              DISPLAY "(6) PENDENCIAS DE CPF/CNPJ"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 3 PERFORM CONSULTA-CLIENTE
                 WHEN 4 PERFORM EXCLUI-CLIENTE
                 WHEN 5 PERFORM SITUACAO-CLIENTE
                 WHEN 6 PERFORM LISTA-PENDENCIAS-DOC
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           GOBACK.

      *    Cada operacao le e regrava so o proprio registro pela
      *    chave CM-CUSTOMER-ID.
       BUSCA-CLIENTE.
           MOVE "N" TO WS-ACHOU-CUST
           MOVE WS-BUSCA-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER KEY IS CM-CUSTOMER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACHOU-CUST
           END-READ.

       POSICIONA-INICIO-CLIENTES.
           MOVE "N" TO WS-EOF-CUST
           MOVE LOW-VALUES TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER KEY IS >= CM-CUSTOMER-ID
              INVALID KEY
                 MOVE "Y" TO WS-EOF-CUST
           END-START.

       CAPTURA-DATA-NASCIMENTO.
           MOVE "N" TO WS-DATA-VALIDA
              IF ACHOU-CUST
                 DISPLAY "CLIENTE " WS-BUSCA-ID " JA CADASTRADO"
              ELSE
                 MOVE SPACES TO CUSTOMER-MASTER-REC
                 MOVE WS-BUSCA-ID TO CM-CUSTOMER-ID
                 DISPLAY "NOME DO CLIENTE: "
                 ACCEPT CM-CUSTOMER-NAME
                 PERFORM CAPTURA-DATA-NASCIMENTO
                 MOVE ANO TO CM-BIRTH-YEAR
                 MOVE MES TO CM-BIRTH-MONTH
                 MOVE DIA TO CM-BIRTH-DAY
                 MOVE "A" TO CM-STATUS
                 MOVE "N" TO WS-DOC-OPCIONAL
                 PERFORM CAPTURA-DOCUMENTO-UNICO
                 MOVE WS-DOC-TIPO   TO CM-DOC-TIPO
                 MOVE WS-DOC-NUMERO TO CM-DOC-NUMERO
                 WRITE CUSTOMER-MASTER-REC
                 MOVE "INCLUSAO" TO WS-CLOG-ACAO
                 PERFORM REGISTRA-LOG-CLIENTE
                 STRING "CLIENTE " DELIMITED BY SIZE
                 END-STRING
                 PERFORM EXIBE-RECIBO-CONFIRMACAO
              END-IF
           END-IF.

       ALTERA-CLIENTE.
           IF NOT ACHOU-CUST
              DISPLAY "CLIENTE " WS-BUSCA-ID " NAO ENCONTRADO"
           ELSE
              DISPLAY "NOME ATUAL: " CM-CUSTOMER-NAME
              DISPLAY "NOVO NOME (BRANCO MANTEM O ATUAL): "
              MOVE SPACES TO WS-NOVO-NOME
              ACCEPT WS-NOVO-NOME
              IF WS-NOVO-NOME NOT = SPACES
                 MOVE WS-NOVO-NOME TO CM-CUSTOMER-NAME
              END-IF
              DISPLAY "NASCIMENTO ATUAL: "
                 CM-BIRTH-YEAR "/"
                 CM-BIRTH-MONTH "/"
                 CM-BIRTH-DAY
              PERFORM CAPTURA-DATA-NASCIMENTO
              MOVE ANO TO CM-BIRTH-YEAR
              MOVE MES TO CM-BIRTH-MONTH
              MOVE DIA TO CM-BIRTH-DAY
              IF CM-DOC-TIPO = SPACE
                 DISPLAY "DOCUMENTO ATUAL: NAO INFORMADO"
                 MOVE "N" TO WS-DOC-OPCIONAL
              ELSE
                 DISPLAY "DOCUMENTO ATUAL: "
                    CM-DOC-TIPO " "
                    CM-DOC-NUMERO
                 MOVE "Y" TO WS-DOC-OPCIONAL
              END-IF
              PERFORM CAPTURA-DOCUMENTO-UNICO
              IF WS-DOC-TIPO NOT = SPACE
                 MOVE WS-DOC-TIPO   TO CM-DOC-TIPO
                 MOVE WS-DOC-NUMERO TO CM-DOC-NUMERO
              END-IF
              REWRITE CUSTOMER-MASTER-REC
              MOVE "ALTERACA" TO WS-CLOG-ACAO
              PERFORM REGISTRA-LOG-CLIENTE
              STRING "CLIENTE " DELIMITED BY SIZE
           ACCEPT WS-BUSCA-ID
           PERFORM BUSCA-CLIENTE
           IF ACHOU-CUST
              DISPLAY "ID:         " CM-CUSTOMER-ID
              DISPLAY "NOME:       " CM-CUSTOMER-NAME
              DISPLAY "NASCIMENTO: "
                 CM-BIRTH-YEAR "/"
                 CM-BIRTH-MONTH "/"
                 CM-BIRTH-DAY
              DISPLAY "SITUACAO:   " CM-STATUS
              IF CM-DOC-TIPO = SPACE
                 DISPLAY "CPF/CNPJ:   NAO INFORMADO"
              ELSE
                 DISPLAY "CPF/CNPJ:   " CM-DOC-TIPO
                    " " CM-DOC-NUMERO
              END-IF
           ELSE
              DISPLAY "CLIENTE " WS-BUSCA-ID " NAO ENCONTRADO"
           END-IF.
           IF NOT ACHOU-CUST
              DISPLAY "CLIENTE " WS-BUSCA-ID " NAO ENCONTRADO"
           ELSE
              DISPLAY "SITUACAO ATUAL: " CM-STATUS
              MOVE SPACE TO WS-NOVA-SIT
              PERFORM UNTIL WS-NOVA-SIT = "A"
                    OR WS-NOVA-SIT = "F" OR WS-NOVA-SIT = "X"
                    "X ARQUIVADO): "
                 ACCEPT WS-NOVA-SIT
              END-PERFORM
              MOVE WS-NOVA-SIT TO CM-STATUS
              REWRITE CUSTOMER-MASTER-REC
              MOVE "SITUACAO" TO WS-CLOG-ACAO
              PERFORM REGISTRA-LOG-CLIENTE
              STRING "CLIENTE " DELIMITED BY SIZE
           ELSE
              MOVE "EXCLUSAO" TO WS-CLOG-ACAO
              PERFORM REGISTRA-LOG-CLIENTE
              DELETE CUSTOMER-MASTER RECORD
              STRING "CLIENTE " DELIMITED BY SIZE
                     WS-BUSCA-ID DELIMITED BY SIZE
                     " EXCLUIDO" DELIMITED BY SIZE
              PERFORM EXIBE-RECIBO-CONFIRMACAO
           END-IF.

      *    O mesmo CPF/CNPJ em dois clientes divide o historico do
      *    comprador - o documento ja usado por outro ID e recusado.
       CAPTURA-DOCUMENTO-UNICO.
           MOVE "Y" TO WS-DOC-DUPLICADO
           PERFORM UNTIL NOT DOC-DUPLICADO
              PERFORM CAPTURA-DOCUMENTO-CLIENTE
              MOVE "N" TO WS-DOC-DUPLICADO
              IF WS-DOC-TIPO NOT = SPACE
                 PERFORM VERIFICA-DOCUMENTO-EM-USO
              END-IF
           END-PERFORM.

      *    A varredura passa pelo registro do FD - o cliente em
      *    edicao e guardado antes e devolvido depois.
       VERIFICA-DOCUMENTO-EM-USO.
           MOVE CUSTOMER-MASTER-REC TO WS-CLI-GUARDA
           PERFORM POSICIONA-INICIO-CLIENTES
           PERFORM UNTIL EOF-CUST
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-CUST
                 NOT AT END
                    IF CM-DOC-NUMERO = WS-DOC-NUMERO
                          AND CM-CUSTOMER-ID NOT = WS-BUSCA-ID
                       MOVE "Y" TO WS-DOC-DUPLICADO
                       DISPLAY "DOCUMENTO JA CADASTRADO NO CLIENTE "
                          CM-CUSTOMER-ID
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-CLI-GUARDA TO CUSTOMER-MASTER-REC.

      *    Clientes ativos sem CPF/CNPJ - nao convertem cotacao no
      *    CARRO ate o documento ser preenchido pela opcao ALTERAR.
       LISTA-PENDENCIAS-DOC.
           MOVE 0 TO WS-QTD-PENDENTES
           OPEN OUTPUT PENDENCIA-DOC
           MOVE "===== CLIENTES SEM CPF/CNPJ NO CADASTRO ====="
              TO PENDENCIA-DOC-REC
           WRITE PENDENCIA-DOC-REC
           PERFORM POSICIONA-INICIO-CLIENTES
           PERFORM UNTIL EOF-CUST
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-CUST
                 NOT AT END
                    IF CM-DOC-TIPO = SPACE AND CM-CLI-ATIVO
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE CM-CUSTOMER-ID   TO WS-PEND-ID
                       MOVE CM-CUSTOMER-NAME TO WS-PEND-NOME
                       COMPUTE WS-PEND-NASC =
                          (CM-BIRTH-YEAR * 10000)
                          + (CM-BIRTH-MONTH * 100)
                          + CM-BIRTH-DAY
                       WRITE PENDENCIA-DOC-REC FROM WS-PEND-LINHA
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO PENDENCIA-DOC-REC
           STRING "CLIENTES PENDENTES: " DELIMITED BY SIZE
                  WS-QTD-PENDENTES DELIMITED BY SIZE
                  INTO PENDENCIA-DOC-REC
           END-STRING
           WRITE PENDENCIA-DOC-REC
           CLOSE PENDENCIA-DOC
           DISPLAY WS-QTD-PENDENTES " CLIENTE(S) SEM CPF/CNPJ - "
              "VER CLISDOC.DAT".

       REGISTRA-LOG-CLIENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOG-DATA-HORA
           MOVE WS-CLOG-DATA TO WS-CLOG-LIN-DATA
           MOVE WS-CLOG-HORA TO WS-CLOG-LIN-HORA
           MOVE CM-CUSTOMER-ID   TO WS-CLOG-ID
           MOVE CM-CUSTOMER-NAME TO WS-CLOG-NOME
           COMPUTE WS-CLOG-NASC =
              (CM-BIRTH-YEAR * 10000)
              + (CM-BIRTH-MONTH * 100)
              + CM-BIRTH-DAY
           OPEN EXTEND CUSTOMER-LOG
           IF WS-CLOG-STATUS = "35"
              CLOSE CUSTOMER-LOG

       COPY "RECIBOP.cpy".

       COPY "SANDBOXP.cpy".

       COPY "CPFVALIDP.cpy".

       COPY "CNPJVALIDP.cpy".

       COPY "DOCCLIP.cpy".
