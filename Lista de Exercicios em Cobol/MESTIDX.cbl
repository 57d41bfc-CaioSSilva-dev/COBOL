       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESTIDX.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao dos masters de venda indexados:
      *   CUSTMAST.DAT (chave CM-CUSTOMER-ID)
      *   VEICMAST.DAT (chave VEIC-ID)
      *   VENDMAST.DAT (chave VM-VENDEDOR-ID)
      *   COTACAO.DAT  (chave COT-NUMERO + COT-LINHA, alternadas
      *                 COT-NUMERO e COT-CLIENTE-ID)
      *   (1) CONVERSAO unica do sequencial antigo para o indexado -
      *       o arquivo antigo e renomeado para <nome>.UNL e
      *       carregado no novo <nome>.DAT; o .UNL fica como copia
      *       de seguranca da conversao.
      *   (2) DESCARGA do indexado para o sequencial <nome>.UNL, em
      *       ordem de chave e no mesmo layout do registro - e o que
      *       as copias de seguranca e as ferramentas de arquivo leem.
      *   (3) RECARGA do <nome>.UNL para o indexado.
      * Chamada "B" (fila de jobs) descarrega os quatro masters;
      * chamada "R" recarrega os quatro; "I" pergunta a opcao e o
      * master. Registro de chave duplicada na carga e listado e
      * devolve RC 4.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VEICULO-MASTER ASSIGN TO "VEICMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEIC-ID
               FILE STATUS IS WS-VEIC-STATUS.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDEDOR-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT CLIENTE-DESCARGA ASSIGN TO "CUSTMAST.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT VEICULO-DESCARGA ASSIGN TO "VEICMAST.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT VENDEDOR-DESCARGA ASSIGN TO "VENDMAST.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT COTACAO-DESCARGA ASSIGN TO "COTACAO.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-STATUS.
           SELECT IO-ERRO-LOG ASSIGN TO "IOERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  CLIENTE-DESCARGA
           RECORD CONTAINS 61 CHARACTERS.
       01  CLIENTE-DESCARGA-REC  PIC X(61).

       FD  VEICULO-DESCARGA
           RECORD CONTAINS 53 CHARACTERS.
       01  VEICULO-DESCARGA-REC  PIC X(53).

       FD  VENDEDOR-DESCARGA
           RECORD CONTAINS 78 CHARACTERS.
       01  VENDEDOR-DESCARGA-REC PIC X(78).

       FD  COTACAO-DESCARGA
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-DESCARGA-REC  PIC X(207).

       FD  IO-ERRO-LOG
           RECORD CONTAINS 60 CHARACTERS.
       01  IO-ERRO-LOG-REC       PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VEND-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-UNL-STATUS    PIC XX VALUE SPACES.
       77  WS-IOLOG-STATUS  PIC XX VALUE SPACES.
       77  WS-MESTRE-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-ESCOLHA       PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-MESTRE        PIC 9 VALUE 0.
       77  WS-MESTRE-INI    PIC 9 VALUE 1.
       77  WS-MESTRE-FIM    PIC 9 VALUE 4.
       77  WS-RC-MESTRE     PIC 9(4) VALUE 0.
       77  WS-RC-FINAL      PIC 9(4) VALUE 0.
       77  WS-QTD-LIDOS     PIC 9(6) VALUE 0.
       77  WS-QTD-GRAVADOS  PIC 9(6) VALUE 0.
       77  WS-QTD-REJEITADOS PIC 9(6) VALUE 0.
       77  WS-GRAVOU        PIC X VALUE "N".
           88 REGISTRO-GRAVADO     VALUE "Y".
       77  WS-CHAVE-REJEITADA PIC X(8) VALUE SPACES.
       77  WS-NOME-VIVO     PIC X(12) VALUE SPACES.
       77  WS-NOME-DESCARGA PIC X(12) VALUE SPACES.
       01  WS-VIVOS-TABELA.
           05  FILLER PIC X(12) VALUE "CUSTMAST.DAT".
           05  FILLER PIC X(12) VALUE "VEICMAST.DAT".
           05  FILLER PIC X(12) VALUE "VENDMAST.DAT".
           05  FILLER PIC X(12) VALUE "COTACAO.DAT ".
       01  WS-VIVOS-TAB REDEFINES WS-VIVOS-TABELA.
           05  WS-VIVO-NOME OCCURS 4 TIMES PIC X(12).
       01  WS-DESCARGAS-TABELA.
           05  FILLER PIC X(12) VALUE "CUSTMAST.UNL".
           05  FILLER PIC X(12) VALUE "VEICMAST.UNL".
           05  FILLER PIC X(12) VALUE "VENDMAST.UNL".
           05  FILLER PIC X(12) VALUE "COTACAO.UNL ".
       01  WS-DESCARGAS-TAB REDEFINES WS-DESCARGAS-TABELA.
           05  WS-DESCARGA-NOME OCCURS 4 TIMES PIC X(12).
       COPY "FSERR.cpy".
       LINKAGE SECTION.
       01  LK-MODO-CHAMADA        PIC X.
           88  LK-CHAMADA-LOTE          VALUE "B".
           88  LK-CHAMADA-RECARGA       VALUE "R".
           88  LK-CHAMADA-INTERATIVA    VALUE "I".
       PROCEDURE DIVISION USING LK-MODO-CHAMADA.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-RC-FINAL
           MOVE 1 TO WS-MESTRE-INI
           MOVE 4 TO WS-MESTRE-FIM
           EVALUATE TRUE
              WHEN LK-CHAMADA-LOTE
                 MOVE 2 TO WS-OPCAO
                 PERFORM EXECUTA-OPCAO
              WHEN LK-CHAMADA-RECARGA
                 MOVE 3 TO WS-OPCAO
                 PERFORM EXECUTA-OPCAO
              WHEN OTHER
                 DISPLAY "MASTERS DE VENDA INDEXADOS:"
                 DISPLAY "(1) CONVERTER SEQUENCIAL ANTIGO"
                 DISPLAY "(2) DESCARREGAR PARA <NOME>.UNL"
                 DISPLAY "(3) RECARREGAR DE <NOME>.UNL"
                 ACCEPT WS-OPCAO
                 IF WS-OPCAO < 1 OR WS-OPCAO > 3
                    DISPLAY "OPCAO INVALIDA"
                 ELSE
                    PERFORM ESCOLHE-MESTRE
                 END-IF
           END-EVALUATE
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       ESCOLHE-MESTRE.
           DISPLAY "(1) CUSTMAST (2) VEICMAST (3) VENDMAST "
              "(4) COTACAO (5) TODOS"
           ACCEPT WS-ESCOLHA
           EVALUATE WS-ESCOLHA
              WHEN 1 THRU 4
                 MOVE WS-ESCOLHA TO WS-MESTRE-INI
                 MOVE WS-ESCOLHA TO WS-MESTRE-FIM
              WHEN 5
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-OPCAO = 3
              DISPLAY "O MASTER VIVO SERA SUBSTITUIDO PELO CONTEUDO "
                 "DO .UNL. CONFIRMA? (S/N)"
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA NOT = "S"
                 DISPLAY "RECARGA CANCELADA"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM EXECUTA-OPCAO.

      *    Cada master e tratado por inteiro antes do seguinte; o RC
      *    da chamada e o pior RC entre os masters tratados.
       EXECUTA-OPCAO.
           PERFORM VARYING WS-MESTRE FROM WS-MESTRE-INI BY 1
                 UNTIL WS-MESTRE > WS-MESTRE-FIM
              MOVE WS-VIVO-NOME(WS-MESTRE)     TO WS-NOME-VIVO
              MOVE WS-DESCARGA-NOME(WS-MESTRE) TO WS-NOME-DESCARGA
              MOVE 0 TO RETURN-CODE
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM CONVERTE-SEQUENCIAL
                 WHEN 2 PERFORM DESCARREGA-MESTRE
                 WHEN 3 PERFORM RECARREGA-MESTRE
              END-EVALUATE
              MOVE RETURN-CODE TO WS-RC-MESTRE
              IF WS-RC-MESTRE > WS-RC-FINAL
                 MOVE WS-RC-MESTRE TO WS-RC-FINAL
              END-IF
           END-PERFORM.

      *    O arquivo antigo nao abre como indexado: status 00 quer
      *    dizer que a conversao ja foi feita, 35 que nao ha o que
      *    converter. Qualquer outro status e o sequencial antigo.
       CONVERTE-SEQUENCIAL.
           PERFORM TESTA-ABERTURA-MESTRE
           EVALUATE WS-MESTRE-STATUS
              WHEN "00"
                 DISPLAY WS-NOME-VIVO " JA ESTA INDEXADO - "
                    "CONVERSAO NAO NECESSARIA"
                 MOVE 4 TO RETURN-CODE
              WHEN "35"
                 DISPLAY WS-NOME-VIVO " NAO ENCONTRADO - "
                    "NADA A CONVERTER"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CALL "CBL_RENAME_FILE"
                    USING WS-NOME-VIVO WS-NOME-DESCARGA
                 END-CALL
                 IF RETURN-CODE NOT = 0
                    DISPLAY "NAO FOI POSSIVEL RENOMEAR " WS-NOME-VIVO
                       " PARA " WS-NOME-DESCARGA
                       " - CONVERSAO CANCELADA"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                    PERFORM RECARREGA-MESTRE
                    DISPLAY "ARQUIVO SEQUENCIAL ANTIGO PRESERVADO "
                       "EM " WS-NOME-DESCARGA
                 END-IF
           END-EVALUATE.

       TESTA-ABERTURA-MESTRE.
           EVALUATE WS-MESTRE
              WHEN 1
                 OPEN INPUT CUSTOMER-MASTER
                 MOVE WS-CUST-STATUS TO WS-MESTRE-STATUS
                 IF WS-CUST-STATUS = "00"
                    CLOSE CUSTOMER-MASTER
                 END-IF
              WHEN 2
                 OPEN INPUT VEICULO-MASTER
                 MOVE WS-VEIC-STATUS TO WS-MESTRE-STATUS
                 IF WS-VEIC-STATUS = "00"
                    CLOSE VEICULO-MASTER
                 END-IF
              WHEN 3
                 OPEN INPUT VENDEDOR-MASTER
                 MOVE WS-VEND-STATUS TO WS-MESTRE-STATUS
                 IF WS-VEND-STATUS = "00"
                    CLOSE VENDEDOR-MASTER
                 END-IF
              WHEN 4
                 OPEN INPUT COTACAO
                 MOVE WS-COT-STATUS TO WS-MESTRE-STATUS
                 IF WS-COT-STATUS = "00"
                    CLOSE COTACAO
                 END-IF
           END-EVALUATE.

       DESCARREGA-MESTRE.
           MOVE 0 TO WS-QTD-LIDOS
           MOVE "N" TO WS-EOF-ARQ
           PERFORM TESTA-ABERTURA-MESTRE
           IF WS-MESTRE-STATUS = "35"
              DISPLAY WS-NOME-VIVO " NAO ENCONTRADO - SEM DESCARGA"
              EXIT PARAGRAPH
           END-IF
           IF WS-MESTRE-STATUS NOT = "00"
              MOVE "MESTIDX"        TO WS-ERR-PROGRAMA
              MOVE WS-NOME-VIVO     TO WS-ERR-ARQUIVO
              MOVE "OPEN"           TO WS-ERR-OPERACAO
              MOVE WS-MESTRE-STATUS TO WS-ERR-STATUS
              PERFORM TRATA-ERRO-ARQUIVO
              DISPLAY "RODE A CONVERSAO (OPCAO 1) ANTES DA DESCARGA"
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MESTRE
              WHEN 1 PERFORM DESCARREGA-CLIENTES
              WHEN 2 PERFORM DESCARREGA-VEICULOS
              WHEN 3 PERFORM DESCARREGA-VENDEDORES
              WHEN 4 PERFORM DESCARREGA-COTACOES
           END-EVALUATE
           DISPLAY WS-NOME-DESCARGA " DESCARREGADO: " WS-QTD-LIDOS
              " REGISTRO(S)".

       DESCARREGA-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT CLIENTE-DESCARGA
           PERFORM UNTIL EOF-ARQ
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    WRITE CLIENTE-DESCARGA-REC
                       FROM CUSTOMER-MASTER-REC
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE CLIENTE-DESCARGA.

       DESCARREGA-VEICULOS.
           OPEN INPUT VEICULO-MASTER
           OPEN OUTPUT VEICULO-DESCARGA
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    WRITE VEICULO-DESCARGA-REC
                       FROM VEICULO-MASTER-REC
              END-READ
           END-PERFORM
           CLOSE VEICULO-MASTER
           CLOSE VEICULO-DESCARGA.

       DESCARREGA-VENDEDORES.
           OPEN INPUT VENDEDOR-MASTER
           OPEN OUTPUT VENDEDOR-DESCARGA
           PERFORM UNTIL EOF-ARQ
              READ VENDEDOR-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    WRITE VENDEDOR-DESCARGA-REC
                       FROM VENDEDOR-MASTER-REC
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER
           CLOSE VENDEDOR-DESCARGA.

       DESCARREGA-COTACOES.
           OPEN INPUT COTACAO
           OPEN OUTPUT COTACAO-DESCARGA
           PERFORM UNTIL EOF-ARQ
              READ COTACAO NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    WRITE COTACAO-DESCARGA-REC FROM COTACAO-REC
              END-READ
           END-PERFORM
           CLOSE COTACAO
           CLOSE COTACAO-DESCARGA.

      *    A carga regrava o indexado do zero (OPEN OUTPUT); o .UNL
      *    continua intacto como copia de recuperacao. O acesso
      *    dinamico grava por chave, entao o sequencial antigo (em
      *    ordem de chegada) carrega sem classificar; chave duplicada
      *    nao derruba a carga - so e listada.
       RECARREGA-MESTRE.
           MOVE 0 TO WS-QTD-LIDOS
           MOVE 0 TO WS-QTD-GRAVADOS
           MOVE 0 TO WS-QTD-REJEITADOS
           MOVE "N" TO WS-EOF-ARQ
           EVALUATE WS-MESTRE
              WHEN 1 PERFORM RECARREGA-CLIENTES
              WHEN 2 PERFORM RECARREGA-VEICULOS
              WHEN 3 PERFORM RECARREGA-VENDEDORES
              WHEN 4 PERFORM RECARREGA-COTACOES
           END-EVALUATE
           IF WS-UNL-STATUS = "35"
              DISPLAY WS-NOME-DESCARGA " NAO ENCONTRADO - SEM RECARGA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-NOME-VIVO " RECARREGADO: " WS-QTD-LIDOS
              " LIDO(S), " WS-QTD-GRAVADOS " GRAVADO(S), "
              WS-QTD-REJEITADOS " REJEITADO(S)"
           IF WS-QTD-REJEITADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       RECARREGA-CLIENTES.
           OPEN INPUT CLIENTE-DESCARGA
           IF WS-UNL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUSTOMER-MASTER
           PERFORM UNTIL EOF-ARQ
              READ CLIENTE-DESCARGA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE CLIENTE-DESCARGA-REC TO CUSTOMER-MASTER-REC
                    MOVE "N" TO WS-GRAVOU
                    WRITE CUSTOMER-MASTER-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "Y" TO WS-GRAVOU
                    END-WRITE
                    MOVE WS-CUST-STATUS TO WS-MESTRE-STATUS
                    MOVE CM-CUSTOMER-ID TO WS-CHAVE-REJEITADA
                    PERFORM CONTA-REGISTRO-CARGA
              END-READ
           END-PERFORM
           CLOSE CLIENTE-DESCARGA
           CLOSE CUSTOMER-MASTER.

       RECARREGA-VEICULOS.
           OPEN INPUT VEICULO-DESCARGA
           IF WS-UNL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VEICULO-MASTER
           PERFORM UNTIL EOF-ARQ
              READ VEICULO-DESCARGA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE VEICULO-DESCARGA-REC TO VEICULO-MASTER-REC
                    MOVE "N" TO WS-GRAVOU
                    WRITE VEICULO-MASTER-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "Y" TO WS-GRAVOU
                    END-WRITE
                    MOVE WS-VEIC-STATUS TO WS-MESTRE-STATUS
                    MOVE VEIC-ID TO WS-CHAVE-REJEITADA
                    PERFORM CONTA-REGISTRO-CARGA
              END-READ
           END-PERFORM
           CLOSE VEICULO-DESCARGA
           CLOSE VEICULO-MASTER.

       RECARREGA-VENDEDORES.
           OPEN INPUT VENDEDOR-DESCARGA
           IF WS-UNL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VENDEDOR-MASTER
           PERFORM UNTIL EOF-ARQ
              READ VENDEDOR-DESCARGA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE VENDEDOR-DESCARGA-REC TO VENDEDOR-MASTER-REC
                    MOVE "N" TO WS-GRAVOU
                    WRITE VENDEDOR-MASTER-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "Y" TO WS-GRAVOU
                    END-WRITE
                    MOVE WS-VEND-STATUS TO WS-MESTRE-STATUS
                    MOVE VM-VENDEDOR-ID TO WS-CHAVE-REJEITADA
                    PERFORM CONTA-REGISTRO-CARGA
              END-READ
           END-PERFORM
           CLOSE VENDEDOR-DESCARGA
           CLOSE VENDEDOR-MASTER.

      *    Cotacoes antigas de uma linha so tem COT-LINHA em branco -
      *    a chave numero + linha continua unica para elas.
       RECARREGA-COTACOES.
           OPEN INPUT COTACAO-DESCARGA
           IF WS-UNL-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COTACAO
           PERFORM UNTIL EOF-ARQ
              READ COTACAO-DESCARGA
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE COTACAO-DESCARGA-REC TO COTACAO-REC
                    MOVE "N" TO WS-GRAVOU
                    WRITE COTACAO-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "Y" TO WS-GRAVOU
                    END-WRITE
                    MOVE WS-COT-STATUS TO WS-MESTRE-STATUS
                    MOVE COT-CHAVE TO WS-CHAVE-REJEITADA
                    PERFORM CONTA-REGISTRO-CARGA
              END-READ
           END-PERFORM
           CLOSE COTACAO-DESCARGA
           CLOSE COTACAO.

       CONTA-REGISTRO-CARGA.
           IF REGISTRO-GRAVADO
              ADD 1 TO WS-QTD-GRAVADOS
           ELSE
              ADD 1 TO WS-QTD-REJEITADOS
              DISPLAY "REGISTRO " WS-CHAVE-REJEITADA " REJEITADO - "
                 "CHAVE DUPLICADA (STATUS " WS-MESTRE-STATUS ")"
           END-IF.

       COPY "FSERRP.cpy".
