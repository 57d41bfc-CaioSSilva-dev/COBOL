       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDRV.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Registro de test-drive com os carros de demonstracao
      * (TESTDRV.DAT) no lugar da folha de papel do balcao:
      *   - saida: cliente do cadastro (CUSTMAST), vendedor ativo
      *     (VENDMAST), modelo (VEICMAST) e chassi da unidade de
      *     demonstracao (VEICUNID), CNH do motorista, data/hora e
      *     quilometragem de saida;
      *   - retorno: data/hora e quilometragem de volta;
      *   - vinculo com a cotacao que veio depois (COT-NUMERO),
      *     digitado ou automatico: primeira cotacao do mesmo
      *     cliente e modelo emitida a partir do dia do test-drive
      *     (COTACAO.DAT e o historico COTAHIST.DAT do expurgo);
      *   - relatorio mensal TESTDREL.DAT por modelo e por vendedor
      *     com test-drives, cotacoes e vendas (VENDAS/VENDASAR nao
      *     canceladas da cotacao vinculada) - diz se a frota de
      *     demonstracao vende carro.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESTDRIVE ASSIGN TO "TESTDRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
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
           SELECT VEICULO-UNIDADE ASSIGN TO "VEICUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VUNI-STATUS.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE = COT-NUMERO COT-LINHA
               ALTERNATE RECORD KEY IS COT-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS COT-CLIENTE-ID WITH DUPLICATES
               FILE STATUS IS WS-COT-STATUS.
           SELECT COTACAO-HIST ASSIGN TO "COTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHIST-STATUS.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT VENDAS-ARQUIVO ASSIGN TO "VENDASAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARQ-STATUS.
           SELECT TESTDRIVE-REPORT ASSIGN TO "TESTDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TESTDRIVE.
       COPY "TDRVREC.cpy".

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 61 CHARACTERS.
       COPY "CUSTREC.cpy".

       FD  VENDEDOR-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "VENDREC.cpy".

       FD  VEICULO-MASTER.
       COPY "VEICULOREC.cpy".

       FD  VEICULO-UNIDADE.
       COPY "VEICUNIREC.cpy".

       FD  COTACAO.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-HIST
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-HIST-REC      PIC X(207).

       FD  VENDAS.
       COPY "VENDASREC.cpy".

       FD  VENDAS-ARQUIVO
           RECORD CONTAINS 108 CHARACTERS.
       01  VENDAS-ARQUIVO-REC    PIC X(108).

       FD  TESTDRIVE-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  TESTDRIVE-REPORT-REC  PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "RECIBO.cpy".
       77  WS-TD-STATUS     PIC XX VALUE SPACES.
       77  WS-CUST-STATUS   PIC XX VALUE SPACES.
       77  WS-VMAST-STATUS  PIC XX VALUE SPACES.
       77  WS-VEIC-STATUS   PIC XX VALUE SPACES.
       77  WS-VUNI-STATUS   PIC XX VALUE SPACES.
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-CHIST-STATUS  PIC XX VALUE SPACES.
       77  WS-VENDAS-STATUS PIC XX VALUE SPACES.
       77  WS-VARQ-STATUS   PIC XX VALUE SPACES.
       77  WS-REL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       01  WS-DATA-HORA.
           05  WS-DH-DATA       PIC 9(8).
           05  WS-DH-HORA       PIC 9(4).
           05  FILLER           PIC X(9).
       77  WS-TD-COUNT      PIC 9(4) VALUE 0.
       77  WS-TD-ESTOURO    PIC X VALUE "N".
           88 REGISTRO-ESTOUROU    VALUE "Y".
       01  WS-TD-TABELA.
           05  WS-TD-LINHA-TAB OCCURS 2000 TIMES PIC X(92).
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-ALTERADO      PIC X VALUE "N".
           88 ARQUIVO-ALTERADO     VALUE "Y".
       77  WS-PROX-NUMERO   PIC 9(6) VALUE 0.
       77  WS-BUSCA-TD      PIC 9(6).
       77  WS-ACHOU-TD      PIC X VALUE "N".
           88 ACHOU-TD             VALUE "Y".
       77  WS-ACHOU-I       PIC 9(4) VALUE 0.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU                VALUE "Y".
       77  WS-NOME          PIC X(30) VALUE SPACES.
       77  WS-NOVO-CLIENTE  PIC X(6).
       77  WS-NOVO-VENDEDOR PIC X(6).
       77  WS-NOVO-VEIC     PIC 9(3).
       77  WS-NOVO-CHASSI   PIC X(17).
       77  WS-NOVA-CNH      PIC X(11).
       77  WS-KM-DIGITADO   PIC 9(6).
       77  WS-ULTIMO-KM     PIC 9(6) VALUE 0.
       77  WS-BUSCA-COT     PIC 9(6).
       77  WS-COT-CLIENTE   PIC X(6).
       77  WS-COT-ACHADA    PIC 9(6) VALUE 0.
       77  WS-QTD-VINCULOS  PIC 9(4) VALUE 0.
       77  WS-KM-RODADO     PIC 9(6).
      *    Relatorio mensal: cotacoes que viraram venda (nao
      *    cancelada) e as contagens por modelo e por vendedor.
       77  WS-MES-INFORMADO PIC X(6).
       77  WS-MES-ALVO      PIC 9(6).
       77  WS-VND-COUNT     PIC 9(4) VALUE 0.
       01  WS-VND-TABELA.
           05  WS-VND-COT OCCURS 3000 TIMES PIC 9(6).
       77  WS-VENDEU        PIC X VALUE "N".
           88 VENDEU               VALUE "Y".
       77  WS-MOD-COUNT     PIC 9(3) VALUE 0.
       01  WS-MOD-TABELA.
           05  WS-MOD-ENTRY OCCURS 200 TIMES.
               10  WS-MD-VEIC-ID   PIC 9(3).
               10  WS-MD-TESTES    PIC 9(4).
               10  WS-MD-COTACOES  PIC 9(4).
               10  WS-MD-VENDAS    PIC 9(4).
       77  WS-VDR-COUNT     PIC 9(3) VALUE 0.
       01  WS-VDR-TABELA.
           05  WS-VDR-ENTRY OCCURS 200 TIMES.
               10  WS-VR-VENDEDOR  PIC X(6).
               10  WS-VR-TESTES    PIC 9(4).
               10  WS-VR-COTACOES  PIC 9(4).
               10  WS-VR-VENDAS    PIC 9(4).
       77  WS-K             PIC 9(4).
       77  WS-TOT-TESTES    PIC 9(4) VALUE 0.
       77  WS-TOT-COTACOES  PIC 9(4) VALUE 0.
       77  WS-TOT-VENDAS    PIC 9(4) VALUE 0.
       77  WS-QTD-NA-RUA    PIC 9(4) VALUE 0.
       77  WS-PCT-CALC      PIC 9(3)V9 VALUE 0.
       01  WS-REL-LINHA.
           05  WS-RL-CHAVE      PIC X(6).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-NOME       PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-TESTES     PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-COTACOES   PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-VENDAS     PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-PCT        PIC ZZ9.9.
           05  WS-RL-SINAL      PIC X.
           05  FILLER           PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-TESTDRIVES
           IF REGISTRO-ESTOUROU
              DISPLAY "TESTDRV.DAT MAIOR QUE A TABELA DE 2000 - "
                 "RODADA RECUSADA PARA NAO TRUNCAR O ARQUIVO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== TEST-DRIVE ====="
              DISPLAY "(1) REGISTRAR SAIDA"
              DISPLAY "(2) REGISTRAR RETORNO"
              DISPLAY "(3) VINCULAR COTACAO"
              DISPLAY "(4) VINCULAR COTACOES AUTOMATICAMENTE"
              DISPLAY "(5) RELATORIO MENSAL"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM REGISTRA-SAIDA
                 WHEN 2 PERFORM REGISTRA-RETORNO
                 WHEN 3 PERFORM VINCULA-COTACAO
                 WHEN 4 PERFORM VINCULA-AUTOMATICO
                 WHEN 5 PERFORM RELATORIO-MENSAL
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF ARQUIVO-ALTERADO
              PERFORM REGRAVA-TESTDRIVES
           END-IF
           GOBACK.

       CARREGA-TESTDRIVES.
           MOVE 0 TO WS-TD-COUNT
           MOVE 0 TO WS-PROX-NUMERO
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT TESTDRIVE
           IF WS-TD-STATUS = "35"
              DISPLAY "TESTDRV.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
           ELSE
              PERFORM UNTIL EOF-ARQ
                 READ TESTDRIVE
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF WS-TD-COUNT < 2000
                          ADD 1 TO WS-TD-COUNT
                          MOVE TESTDRIVE-REC
                             TO WS-TD-LINHA-TAB(WS-TD-COUNT)
                          IF TD-NUMERO > WS-PROX-NUMERO
                             MOVE TD-NUMERO TO WS-PROX-NUMERO
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-TD-ESTOURO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TESTDRIVE
           END-IF
           ADD 1 TO WS-PROX-NUMERO.

       REGRAVA-TESTDRIVES.
           OPEN OUTPUT TESTDRIVE
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-TD-COUNT
              MOVE WS-TD-LINHA-TAB(WS-I) TO TESTDRIVE-REC
              WRITE TESTDRIVE-REC
           END-PERFORM
           CLOSE TESTDRIVE.

       REGISTRA-SAIDA.
           IF WS-TD-COUNT > 1999
              DISPLAY "TESTDRV.DAT CHEIO - SAIDA NAO REGISTRADA"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ID DO CLIENTE: "
           ACCEPT WS-NOVO-CLIENTE
           PERFORM BUSCA-CLIENTE
           IF NOT ACHOU
              DISPLAY "CLIENTE " WS-NOVO-CLIENTE
                 " NAO ENCONTRADO EM CUSTMAST.DAT"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " WS-NOME
           DISPLAY "ID DO VENDEDOR: "
           ACCEPT WS-NOVO-VENDEDOR
           PERFORM BUSCA-VENDEDOR
           IF NOT ACHOU
              DISPLAY "VENDEDOR " WS-NOVO-VENDEDOR
                 " NAO ENCONTRADO OU DESLIGADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ID DO MODELO (VEIC-ID): "
           ACCEPT WS-NOVO-VEIC
           PERFORM BUSCA-MODELO
           IF NOT ACHOU
              DISPLAY "MODELO " WS-NOVO-VEIC
                 " NAO ENCONTRADO EM VEICMAST.DAT"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "MODELO: " WS-NOME
           DISPLAY "CHASSI DO CARRO DE DEMONSTRACAO: "
           ACCEPT WS-NOVO-CHASSI
           PERFORM BUSCA-UNIDADE-DEMO
           IF NOT ACHOU
              DISPLAY "CHASSI " WS-NOVO-CHASSI
                 " NAO E UNIDADE DISPONIVEL DESTE MODELO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-CARRO-NA-RUA
           IF ACHOU
              DISPLAY "CHASSI " WS-NOVO-CHASSI
                 " JA ESTA NA RUA NO TEST-DRIVE " WS-BUSCA-TD
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA CNH DO MOTORISTA (11 DIGITOS): "
           ACCEPT WS-NOVA-CNH
           IF WS-NOVA-CNH IS NOT NUMERIC
              DISPLAY "CNH INVALIDA - SAIDA RECUSADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "QUILOMETRAGEM DE SAIDA: "
           ACCEPT WS-KM-DIGITADO
           IF WS-KM-DIGITADO < WS-ULTIMO-KM
              DISPLAY "QUILOMETRAGEM MENOR QUE A DO ULTIMO RETORNO ("
                 WS-ULTIMO-KM ") - SAIDA RECUSADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE SPACES TO TESTDRIVE-REC
           MOVE WS-PROX-NUMERO   TO TD-NUMERO
           MOVE WS-NOVO-CLIENTE  TO TD-CLIENTE-ID
           MOVE WS-NOVO-VENDEDOR TO TD-VENDEDOR-ID
           MOVE WS-NOVO-VEIC     TO TD-VEIC-ID
           MOVE WS-NOVO-CHASSI   TO TD-CHASSI
           MOVE WS-NOVA-CNH      TO TD-CNH
           MOVE WS-DH-DATA       TO TD-DATA-SAIDA
           MOVE WS-DH-HORA       TO TD-HORA-SAIDA
           MOVE WS-KM-DIGITADO   TO TD-KM-SAIDA
           MOVE 0                TO TD-DATA-RETORNO
           MOVE 0                TO TD-HORA-RETORNO
           MOVE 0                TO TD-KM-RETORNO
           SET TD-NA-RUA TO TRUE
           MOVE 0                TO TD-COT-NUMERO
           ADD 1 TO WS-TD-COUNT
           MOVE TESTDRIVE-REC TO WS-TD-LINHA-TAB(WS-TD-COUNT)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "SAIDA DO TEST-DRIVE " DELIMITED BY SIZE
                  WS-PROX-NUMERO DELIMITED BY SIZE
                  " REGISTRADA" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           ADD 1 TO WS-PROX-NUMERO
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       BUSCA-CLIENTE.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ CUSTOMER-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF CM-CUSTOMER-ID = WS-NOVO-CLIENTE
                             AND CM-CLI-ATIVO
                          MOVE "Y" TO WS-ACHOU
                          MOVE CM-CUSTOMER-NAME TO WS-NOME
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
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
                          IF VM-ATIVO
                             MOVE "Y" TO WS-ACHOU
                          END-IF
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

      *    O carro de demonstracao e uma unidade nossa do modelo -
      *    vendida ou em transito entre filiais nao sai para teste.
       BUSCA-UNIDADE-DEMO.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VEICULO-UNIDADE
           IF WS-VUNI-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VEICULO-UNIDADE
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       IF VU-CHASSI = WS-NOVO-CHASSI
                          IF VU-VEIC-ID = WS-NOVO-VEIC
                                AND VU-DISPONIVEL
                             MOVE "Y" TO WS-ACHOU
                          END-IF
                          MOVE "Y" TO WS-EOF-ARQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEICULO-UNIDADE
           END-IF.

      *    Carro ainda na rua nao sai de novo; de quebra guarda a
      *    quilometragem do ultimo retorno do chassi para conferir o
      *    hodometro da nova saida.
       VERIFICA-CARRO-NA-RUA.
           MOVE "N" TO WS-ACHOU
           MOVE 0 TO WS-ULTIMO-KM
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-TD-COUNT
              MOVE WS-TD-LINHA-TAB(WS-I) TO TESTDRIVE-REC
              IF TD-CHASSI = WS-NOVO-CHASSI
                 IF TD-NA-RUA
                    MOVE "Y" TO WS-ACHOU
                    MOVE TD-NUMERO TO WS-BUSCA-TD
                 ELSE
                    IF TD-KM-RETORNO > WS-ULTIMO-KM
                       MOVE TD-KM-RETORNO TO WS-ULTIMO-KM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZA-TESTDRIVE.
           DISPLAY "NUMERO DO TEST-DRIVE: "
           ACCEPT WS-BUSCA-TD
           MOVE "N" TO WS-ACHOU-TD
           MOVE 0 TO WS-ACHOU-I
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-TD-COUNT OR ACHOU-TD
              MOVE WS-TD-LINHA-TAB(WS-I) TO TESTDRIVE-REC
              IF TD-NUMERO = WS-BUSCA-TD
                 MOVE "Y" TO WS-ACHOU-TD
                 MOVE WS-I TO WS-ACHOU-I
              END-IF
           END-PERFORM
           IF ACHOU-TD
              MOVE WS-TD-LINHA-TAB(WS-ACHOU-I) TO TESTDRIVE-REC
           ELSE
              DISPLAY "TEST-DRIVE " WS-BUSCA-TD " NAO ENCONTRADO"
              MOVE 4 TO RETURN-CODE
           END-IF.

       REGISTRA-RETORNO.
           PERFORM LOCALIZA-TESTDRIVE
           IF NOT ACHOU-TD
              EXIT PARAGRAPH
           END-IF
           IF NOT TD-NA-RUA
              DISPLAY "TEST-DRIVE " WS-BUSCA-TD
                 " JA DEVOLVIDO EM " TD-DATA-RETORNO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CHASSI " TD-CHASSI " SAIU COM " TD-KM-SAIDA " KM"
           DISPLAY "QUILOMETRAGEM DE RETORNO: "
           ACCEPT WS-KM-DIGITADO
           IF WS-KM-DIGITADO < TD-KM-SAIDA
              DISPLAY "QUILOMETRAGEM DE RETORNO MENOR QUE A DE SAIDA "
                 "- RETORNO RECUSADO"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE WS-DH-DATA     TO TD-DATA-RETORNO
           MOVE WS-DH-HORA     TO TD-HORA-RETORNO
           MOVE WS-KM-DIGITADO TO TD-KM-RETORNO
           SET TD-DEVOLVIDO TO TRUE
           MOVE TESTDRIVE-REC TO WS-TD-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           COMPUTE WS-KM-RODADO = TD-KM-RETORNO - TD-KM-SAIDA
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "RETORNO DO TEST-DRIVE " DELIMITED BY SIZE
                  WS-BUSCA-TD DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-KM-RODADO DELIMITED BY SIZE
                  " KM RODADOS" DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       VINCULA-COTACAO.
           PERFORM LOCALIZA-TESTDRIVE
           IF NOT ACHOU-TD
              EXIT PARAGRAPH
           END-IF
           IF TD-COT-NUMERO NOT = 0
              DISPLAY "TEST-DRIVE " WS-BUSCA-TD
                 " JA VINCULADO A COTACAO " TD-COT-NUMERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA COTACAO (0 = CANCELA): "
           ACCEPT WS-BUSCA-COT
           IF WS-BUSCA-COT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-COTACAO-NUMERO
           IF NOT ACHOU
              DISPLAY "COTACAO " WS-BUSCA-COT " NAO ENCONTRADA"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-COT-CLIENTE NOT = SPACES
                 AND WS-COT-CLIENTE NOT = TD-CLIENTE-ID
              DISPLAY "COTACAO " WS-BUSCA-COT " E DO CLIENTE "
                 WS-COT-CLIENTE " - TEST-DRIVE FOI DO CLIENTE "
                 TD-CLIENTE-ID
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-COT TO TD-COT-NUMERO
           MOVE TESTDRIVE-REC TO WS-TD-LINHA-TAB(WS-ACHOU-I)
           MOVE "Y" TO WS-ALTERADO
           MOVE SPACES TO WS-RECIBO-DESCRICAO
           STRING "TEST-DRIVE " DELIMITED BY SIZE
                  WS-BUSCA-TD DELIMITED BY SIZE
                  " LIGADO A COTACAO " DELIMITED BY SIZE
                  WS-BUSCA-COT DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO.

       BUSCA-COTACAO-NUMERO.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-COT-CLIENTE
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-NUMERO-COTACAO
                 END-READ
              END-PERFORM
              CLOSE COTACAO
           END-IF
           IF ACHOU
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-HIST
           IF WS-CHIST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO-HIST
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE COTACAO-HIST-REC TO COTACAO-REC
                       PERFORM CONFERE-NUMERO-COTACAO
                 END-READ
              END-PERFORM
              CLOSE COTACAO-HIST
           END-IF.

       CONFERE-NUMERO-COTACAO.
           IF COT-NUMERO = WS-BUSCA-COT
              MOVE "Y" TO WS-ACHOU
              MOVE COT-CLIENTE-ID TO WS-COT-CLIENTE
              MOVE "Y" TO WS-EOF-ARQ
           END-IF.

      *    Vinculo automatico: para cada test-drive sem cotacao, a
      *    primeira cotacao (menor numero) do mesmo cliente e modelo
      *    emitida no dia do test-drive ou depois.
       VINCULA-AUTOMATICO.
           MOVE 0 TO WS-QTD-VINCULOS
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-TD-COUNT
              MOVE WS-TD-LINHA-TAB(WS-J) TO TESTDRIVE-REC
              IF TD-COT-NUMERO = 0
                 PERFORM PROCURA-COTACAO-SEGUINTE
                 IF WS-COT-ACHADA NOT = 0
                    MOVE WS-TD-LINHA-TAB(WS-J) TO TESTDRIVE-REC
                    MOVE WS-COT-ACHADA TO TD-COT-NUMERO
                    MOVE TESTDRIVE-REC TO WS-TD-LINHA-TAB(WS-J)
                    MOVE "Y" TO WS-ALTERADO
                    ADD 1 TO WS-QTD-VINCULOS
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY WS-QTD-VINCULOS
              " TEST-DRIVE(S) LIGADO(S) A COTACAO".

       PROCURA-COTACAO-SEGUINTE.
           MOVE 0 TO WS-COT-ACHADA
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO
           IF WS-COT-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM CONFERE-COTACAO-SEGUINTE
                 END-READ
              END-PERFORM
              CLOSE COTACAO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT COTACAO-HIST
           IF WS-CHIST-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ COTACAO-HIST
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE COTACAO-HIST-REC TO COTACAO-REC
                       PERFORM CONFERE-COTACAO-SEGUINTE
                 END-READ
              END-PERFORM
              CLOSE COTACAO-HIST
           END-IF.

       CONFERE-COTACAO-SEGUINTE.
           IF COT-CLIENTE-ID = TD-CLIENTE-ID
                 AND COT-VEIC-ID = TD-VEIC-ID
                 AND COT-DATA-EMISSAO IS NUMERIC
                 AND COT-DATA-EMISSAO >= TD-DATA-SAIDA
              IF WS-COT-ACHADA = 0 OR COT-NUMERO < WS-COT-ACHADA
                 MOVE COT-NUMERO TO WS-COT-ACHADA
              END-IF
           END-IF.

       RELATORIO-MENSAL.
           DISPLAY "MES DOS TEST-DRIVES (AAAAMM, BRANCO = MES "
              "CORRENTE): "
           ACCEPT WS-MES-INFORMADO
           IF WS-MES-INFORMADO(1:6) IS NUMERIC
              MOVE WS-MES-INFORMADO TO WS-MES-ALVO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-ALVO
           END-IF
           PERFORM CARREGA-COTACOES-VENDIDAS
           MOVE 0 TO WS-MOD-COUNT
           MOVE 0 TO WS-VDR-COUNT
           MOVE 0 TO WS-TOT-TESTES
           MOVE 0 TO WS-TOT-COTACOES
           MOVE 0 TO WS-TOT-VENDAS
           MOVE 0 TO WS-QTD-NA-RUA
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-TD-COUNT
              MOVE WS-TD-LINHA-TAB(WS-I) TO TESTDRIVE-REC
              IF TD-DATA-SAIDA(1:6) = WS-MES-ALVO
                 PERFORM ACUMULA-TESTDRIVE
              END-IF
           END-PERFORM
           OPEN OUTPUT TESTDRIVE-REPORT
           MOVE SPACES TO TESTDRIVE-REPORT-REC
           STRING "===== TEST-DRIVES DO MES " DELIMITED BY SIZE
                  WS-MES-ALVO DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO TESTDRIVE-REPORT-REC
           END-STRING
           WRITE TESTDRIVE-REPORT-REC
           MOVE "POR MODELO" TO TESTDRIVE-REPORT-REC
           WRITE TESTDRIVE-REPORT-REC
           PERFORM GRAVA-CABECALHO-COLUNAS
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-MOD-COUNT
              MOVE SPACES TO WS-REL-LINHA
              MOVE WS-MD-VEIC-ID(WS-K) TO WS-RL-CHAVE
              MOVE WS-MD-VEIC-ID(WS-K) TO WS-NOVO-VEIC
              PERFORM BUSCA-MODELO
              MOVE WS-NOME TO WS-RL-NOME
              MOVE WS-MD-TESTES(WS-K)   TO WS-RL-TESTES
              MOVE WS-MD-COTACOES(WS-K) TO WS-RL-COTACOES
              MOVE WS-MD-VENDAS(WS-K)   TO WS-RL-VENDAS
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-MD-VENDAS(WS-K) * 100 / WS-MD-TESTES(WS-K)
              MOVE WS-PCT-CALC TO WS-RL-PCT
           MOVE "%" TO WS-RL-SINAL
              WRITE TESTDRIVE-REPORT-REC FROM WS-REL-LINHA
           END-PERFORM
           MOVE SPACES TO TESTDRIVE-REPORT-REC
           WRITE TESTDRIVE-REPORT-REC
           MOVE "POR VENDEDOR" TO TESTDRIVE-REPORT-REC
           WRITE TESTDRIVE-REPORT-REC
           PERFORM GRAVA-CABECALHO-COLUNAS
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VDR-COUNT
              MOVE SPACES TO WS-REL-LINHA
              MOVE WS-VR-VENDEDOR(WS-K) TO WS-RL-CHAVE
              MOVE WS-VR-VENDEDOR(WS-K) TO WS-NOVO-VENDEDOR
              PERFORM BUSCA-VENDEDOR
              MOVE WS-NOME TO WS-RL-NOME
              MOVE WS-VR-TESTES(WS-K)   TO WS-RL-TESTES
              MOVE WS-VR-COTACOES(WS-K) TO WS-RL-COTACOES
              MOVE WS-VR-VENDAS(WS-K)   TO WS-RL-VENDAS
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-VR-VENDAS(WS-K) * 100 / WS-VR-TESTES(WS-K)
              MOVE WS-PCT-CALC TO WS-RL-PCT
           MOVE "%" TO WS-RL-SINAL
              WRITE TESTDRIVE-REPORT-REC FROM WS-REL-LINHA
           END-PERFORM
           MOVE SPACES TO TESTDRIVE-REPORT-REC
           WRITE TESTDRIVE-REPORT-REC
           MOVE SPACES TO WS-REL-LINHA
           MOVE "TOTAL" TO WS-RL-CHAVE
           MOVE WS-TOT-TESTES   TO WS-RL-TESTES
           MOVE WS-TOT-COTACOES TO WS-RL-COTACOES
           MOVE WS-TOT-VENDAS   TO WS-RL-VENDAS
           IF WS-TOT-TESTES > 0
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-TOT-VENDAS * 100 / WS-TOT-TESTES
           ELSE
              MOVE 0 TO WS-PCT-CALC
           END-IF
           MOVE WS-PCT-CALC TO WS-RL-PCT
           MOVE "%" TO WS-RL-SINAL
           WRITE TESTDRIVE-REPORT-REC FROM WS-REL-LINHA
           MOVE SPACES TO TESTDRIVE-REPORT-REC
           STRING "CARROS AINDA NA RUA: " DELIMITED BY SIZE
                  WS-QTD-NA-RUA DELIMITED BY SIZE
                  INTO TESTDRIVE-REPORT-REC
           END-STRING
           WRITE TESTDRIVE-REPORT-REC
           CLOSE TESTDRIVE-REPORT
           DISPLAY WS-TOT-TESTES " TEST-DRIVE(S) NO MES " WS-MES-ALVO
              " - VER TESTDREL.DAT".

       GRAVA-CABECALHO-COLUNAS.
           MOVE SPACES TO TESTDRIVE-REPORT-REC
           MOVE "CHAVE"  TO TESTDRIVE-REPORT-REC(1:5)
           MOVE "NOME"   TO TESTDRIVE-REPORT-REC(8:4)
           MOVE "TESTES" TO TESTDRIVE-REPORT-REC(27:6)
           MOVE "COTAC"  TO TESTDRIVE-REPORT-REC(35:5)
           MOVE "VENDAS" TO TESTDRIVE-REPORT-REC(41:6)
           MOVE "CONV"   TO TESTDRIVE-REPORT-REC(52:4)
           WRITE TESTDRIVE-REPORT-REC.

       ACUMULA-TESTDRIVE.
           ADD 1 TO WS-TOT-TESTES
           IF TD-NA-RUA
              ADD 1 TO WS-QTD-NA-RUA
           END-IF
           MOVE "N" TO WS-VENDEU
           IF TD-COT-NUMERO NOT = 0
              ADD 1 TO WS-TOT-COTACOES
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-VND-COUNT OR VENDEU
                 IF WS-VND-COT(WS-J) = TD-COT-NUMERO
                    MOVE "Y" TO WS-VENDEU
                 END-IF
              END-PERFORM
           END-IF
           IF VENDEU
              ADD 1 TO WS-TOT-VENDAS
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-MOD-COUNT
                    OR WS-MD-VEIC-ID(WS-K) = TD-VEIC-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-MOD-COUNT
              IF WS-MOD-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MOD-COUNT
              MOVE TD-VEIC-ID TO WS-MD-VEIC-ID(WS-K)
              MOVE 0 TO WS-MD-TESTES(WS-K)
              MOVE 0 TO WS-MD-COTACOES(WS-K)
              MOVE 0 TO WS-MD-VENDAS(WS-K)
           END-IF
           ADD 1 TO WS-MD-TESTES(WS-K)
           IF TD-COT-NUMERO NOT = 0
              ADD 1 TO WS-MD-COTACOES(WS-K)
           END-IF
           IF VENDEU
              ADD 1 TO WS-MD-VENDAS(WS-K)
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-VDR-COUNT
                    OR WS-VR-VENDEDOR(WS-K) = TD-VENDEDOR-ID
              CONTINUE
           END-PERFORM
           IF WS-K > WS-VDR-COUNT
              IF WS-VDR-COUNT > 199
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VDR-COUNT
              MOVE TD-VENDEDOR-ID TO WS-VR-VENDEDOR(WS-K)
              MOVE 0 TO WS-VR-TESTES(WS-K)
              MOVE 0 TO WS-VR-COTACOES(WS-K)
              MOVE 0 TO WS-VR-VENDAS(WS-K)
           END-IF
           ADD 1 TO WS-VR-TESTES(WS-K)
           IF TD-COT-NUMERO NOT = 0
              ADD 1 TO WS-VR-COTACOES(WS-K)
           END-IF
           IF VENDEU
              ADD 1 TO WS-VR-VENDAS(WS-K)
           END-IF.

      *    Cotacoes que viraram venda: VD-COT-NUMERO das vendas nao
      *    canceladas do arquivo morto e do vivo.
       CARREGA-COTACOES-VENDIDAS.
           MOVE 0 TO WS-VND-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS-ARQUIVO
           IF WS-VARQ-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS-ARQUIVO
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       MOVE VENDAS-ARQUIVO-REC TO VENDAS-REC
                       PERFORM GUARDA-COTACAO-VENDIDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS-ARQUIVO
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT VENDAS
           IF WS-VENDAS-STATUS NOT = "35"
              PERFORM UNTIL EOF-ARQ
                 READ VENDAS
                    AT END
                       MOVE "Y" TO WS-EOF-ARQ
                    NOT AT END
                       PERFORM GUARDA-COTACAO-VENDIDA
                 END-READ
              END-PERFORM
              CLOSE VENDAS
           END-IF.

       GUARDA-COTACAO-VENDIDA.
           IF VD-CANCELADA OR VD-COT-NUMERO IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF VD-COT-NUMERO = 0 OR WS-VND-COUNT > 2999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VND-COUNT
           MOVE VD-COT-NUMERO TO WS-VND-COT(WS-VND-COUNT).

       COPY "RECIBOP.cpy".
