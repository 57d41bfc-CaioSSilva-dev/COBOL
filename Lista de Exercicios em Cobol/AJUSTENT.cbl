      *----------------------------------------------------------------
      * Digitacao de ajustes manuais de comissao (carro devolvido,
      * negocio dividido, credito comercial): transacoes assinadas com
      * vendedor, valor, codigo de motivo e o operador que assinou no
      * MENU como digitador, gravadas em AJUSTES.DAT aguardando
      * aprovacao (situacao E). Um segundo operador de nivel 3 aprova
      * ou rejeita cada uma no AJUSTAPR; so o aprovado (P) e aplicado
      * pelo FOLHACON ao COMISYTD.DAT na liberacao da folha, com a
      * listagem de auditoria - ninguem mais edita o YTD na mao.
      * Ajuste de operador de nivel 3 ate o limite de AJUPAR.DAT
      * (padrao 1.000,00) ja entra aprovado por ele mesmo; acima do
      * limite precisa de aprovacao ate de nivel 3.
      * Motivos: DV devolucao, DJ negocio dividido, CR credito
      * comercial, OU outro. IN (estorno por inadimplencia do
      * contrato financiado e sua reversao) e gravado pelo ESTINAD.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AJUSTES ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.
           SELECT AJUSTE-PARAMETRO ASSIGN TO "AJUPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      *    Valor ate o qual o nivel 3 dispensa a segunda assinatura.
       FD  AJUSTE-PARAMETRO
           RECORD CONTAINS 7 CHARACTERS.
       01  AJUSTE-PARAMETRO-REC.
           05  AP-LIMITE         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       COPY "DECVALID.cpy".
       COPY "RECIBO.cpy".
       77  WS-AJU-STATUS    PIC XX VALUE SPACES.
       77  WS-PAR-STATUS    PIC XX VALUE SPACES.
       77  WS-LIMITE-APROV  PIC 9(5)V99 VALUE 1000.00.
       77  WS-HOJE          PIC 9(8).
       77  WS-VENDEDOR-ID   PIC X(6).
       77  WS-SINAL         PIC X.
       77  WS-MOTIVO        PIC X(2).
       77  WS-RESPOSTA      PIC X VALUE "S".
       77  WS-QTD-DIGITADOS PIC 9(3) VALUE 0.
       77  WS-QTD-AGUARDANDO PIC 9(3) VALUE 0.
       LINKAGE SECTION.
       01  LK-OPERADOR-CODIGO     PIC X(8).
       01  LK-OPERADOR-NIVEL      PIC 9.
       PROCEDURE DIVISION USING LK-OPERADOR-CODIGO LK-OPERADOR-NIVEL.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE "S" TO WS-RESPOSTA
           MOVE 0 TO WS-QTD-DIGITADOS
           MOVE 0 TO WS-QTD-AGUARDANDO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM CARREGA-LIMITE
           PERFORM UNTIL WS-RESPOSTA NOT = "S"
              DISPLAY "ID DO VENDEDOR: "
              ACCEPT WS-VENDEDOR-ID
              PERFORM CAPTURA-DECIMAL-VALIDADO
              DISPLAY "MOTIVO (DV/DJ/CR/OU): "
              ACCEPT WS-MOTIVO
              PERFORM GRAVA-AJUSTE
              DISPLAY "DIGITAR OUTRO AJUSTE? (S/N)"
              ACCEPT WS-RESPOSTA
           END-PERFORM
           STRING "AJUSTES DIGITADOS: " DELIMITED BY SIZE
                  WS-QTD-DIGITADOS DELIMITED BY SIZE
                  " - AGUARDANDO APROVACAO: " DELIMITED BY SIZE
                  WS-QTD-AGUARDANDO DELIMITED BY SIZE
                  INTO WS-RECIBO-DESCRICAO
           END-STRING
           PERFORM EXIBE-RECIBO-CONFIRMACAO
           GOBACK.

       CARREGA-LIMITE.
           OPEN INPUT AJUSTE-PARAMETRO
           IF WS-PAR-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           READ AJUSTE-PARAMETRO
              AT END
                 CONTINUE
              NOT AT END
                 IF AP-LIMITE IS NUMERIC
                    MOVE AP-LIMITE TO WS-LIMITE-APROV
                 END-IF
           END-READ
           CLOSE AJUSTE-PARAMETRO.

       GRAVA-AJUSTE.
           MOVE SPACES TO AJUSTES-REC
           MOVE WS-VENDEDOR-ID  TO AJ-VENDEDOR-ID
           MOVE WS-SINAL        TO AJ-SINAL
           MOVE WS-DEC-ENTRADA  TO AJ-VALOR
           MOVE WS-MOTIVO       TO AJ-MOTIVO
           MOVE LK-OPERADOR-CODIGO TO AJ-DIGITADOR
      *    O nivel 3 assina o proprio ajuste ate o limite; o resto
      *    espera o segundo operador no AJUSTAPR.
           IF LK-OPERADOR-NIVEL >= 3
                 AND WS-DEC-ENTRADA <= WS-LIMITE-APROV
              MOVE LK-OPERADOR-CODIGO TO AJ-AUTORIZADOR
              MOVE WS-HOJE            TO AJ-DATA-DECISAO
              SET AJ-PENDENTE TO TRUE
              DISPLAY "AJUSTE APROVADO NA ALCADA DO OPERADOR"
           ELSE
              SET AJ-AGUARDANDO TO TRUE
              ADD 1 TO WS-QTD-AGUARDANDO
              DISPLAY "AJUSTE AGUARDANDO APROVACAO DE OUTRO "
                 "OPERADOR DE NIVEL 3"
           END-IF
           OPEN EXTEND AJUSTES
           IF WS-AJU-STATUS = "35"
              CLOSE AJUSTES
