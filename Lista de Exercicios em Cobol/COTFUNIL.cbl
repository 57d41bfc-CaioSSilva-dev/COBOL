      * cotacoes emitidas, convertidas, expiradas e ativas, com a
      * taxa de conversao em percentual. Cotacoes gravadas antes da
      * captura do vendedor entram na linha SEM VENDEDOR. Usa a data
      * de negocio para decidir o que ja expirou. Gera COTFUNIL.DAT e
      * as mesmas linhas em COTFUNIL.CSV (EXPORTA.cpy) para a
      * planilha.
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
           SELECT COTACAO-HIST ASSIGN TO "COTAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FUNIL-REPORT ASSIGN TO "COTFUNIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.
           SELECT FUNIL-EXPORTA ASSIGN TO "COTFUNIL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "DATANEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.
       COPY "COTACAOREC.cpy".

       FD  COTACAO-HIST
           RECORD CONTAINS 207 CHARACTERS.
       01  COTACAO-HIST-REC      PIC X(207).

       FD  FUNIL-REPORT
           RECORD CONTAINS 70 CHARACTERS.
       01  FUNIL-REPORT-REC      PIC X(70).

       FD  FUNIL-EXPORTA
           RECORD CONTAINS 300 CHARACTERS.
       01  FUNIL-EXPORTA-REC     PIC X(300).

       FD  BUSINESS-DATE
           RECORD CONTAINS 8 CHARACTERS.
       01  BUSINESS-DATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "DATANEG.cpy".
       COPY "EXPORTA.cpy".
       77  WS-COT-STATUS    PIC XX VALUE SPACES.
       77  WS-HIST-STATUS   PIC XX VALUE SPACES.
       77  WS-FUN-STATUS    PIC XX VALUE SPACES.
       77  WS-CSV-STATUS    PIC XX VALUE SPACES.
       77  WS-DATANEG-STATUS PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
           ELSE
              PERFORM GRAVA-FUNIL
              DISPLAY "FUNIL DE VENDAS GERADO PARA "
                 WS-VEND-COUNT " VENDEDOR(ES) - VER COTFUNIL.DAT E "
              "COTFUNIL.CSV"
           END-IF
           GOBACK.

              EVALUATE TRUE
                 WHEN COT-VENDIDA
                    ADD 1 TO WS-FN-CONVERT(WS-VEND-IDX)
                 WHEN COT-REJEITADA
                    ADD 1 TO WS-FN-EXPIRADAS(WS-VEND-IDX)
                 WHEN WS-HOJE > COT-VALIDADE
                    ADD 1 TO WS-FN-EXPIRADAS(WS-VEND-IDX)
                 WHEN OTHER

       GRAVA-FUNIL.
           OPEN OUTPUT FUNIL-REPORT
           OPEN OUTPUT FUNIL-EXPORTA
           MOVE "DATA_BASE;VENDEDOR;EMITIDAS;CONVERTIDAS;EXPIRADAS;"
              & "ATIVAS;CONVERSAO_PCT" TO WS-EXP-LINHA
           WRITE FUNIL-EXPORTA-REC FROM WS-EXP-LINHA
           MOVE "===== FUNIL DE VENDAS POR VENDEDOR ====="
              TO FUNIL-REPORT-REC
           WRITE FUNIL-REPORT-REC
              MOVE WS-FN-ATIVAS(WS-I)    TO WS-FL-ATIV
              MOVE WS-TAXA-CONV          TO WS-FL-TAXA
              WRITE FUNIL-REPORT-REC FROM WS-FUN-LINHA
              PERFORM EXPORTA-LINHA-FUNIL
           END-PERFORM
           CLOSE FUNIL-REPORT
           CLOSE FUNIL-EXPORTA.

       EXPORTA-LINHA-FUNIL.
           PERFORM INICIA-LINHA-EXPORTA
           MOVE WS-HOJE TO WS-EXP-DATA
           PERFORM EXPORTA-DATA
           MOVE WS-FN-ID(WS-I) TO WS-EXP-TEXTO
           PERFORM EXPORTA-TEXTO
           MOVE 0 TO WS-EXP-DECIMAIS
           MOVE WS-FN-EMITIDAS(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-FN-CONVERT(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-FN-EXPIRADAS(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE WS-FN-ATIVAS(WS-I) TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           MOVE 1 TO WS-EXP-DECIMAIS
           MOVE WS-TAXA-CONV TO WS-EXP-NUMERO
           PERFORM EXPORTA-NUMERO
           WRITE FUNIL-EXPORTA-REC FROM WS-EXP-LINHA.

       COPY "DATANEGP.cpy".

       COPY "EXPORTAP.cpy".
