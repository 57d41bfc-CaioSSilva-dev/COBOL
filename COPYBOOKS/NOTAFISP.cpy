      * WORKING-STORAGE and the NOTA-FISCAL, NOTA-SEQ and
      * NOTA-IMPRESSA files declared by the calling program. Fill
      * WS-NF-DATA, WS-NF-CLIENTE, WS-NF-VENDEDOR, WS-NF-VEIC,
      * WS-NF-VALOR, WS-NF-COT (zero when the sale has no
      * quotation) and WS-NF-DOC-TIPO/WS-NF-DOC-NUMERO before
      * PERFORMing EMITE-NOTA-FISCAL; set
      * WS-NF-ACES-QTD (and the WS-NF-ACES table) when the sale
      * carries accessory lines.
      *----------------------------------------------------------------
       PROXIMO-NUMERO-NOTA.
           OPEN INPUT NOTA-SEQ
           MOVE WS-NF-VEIC      TO NF-VEIC-ID
           MOVE WS-NF-VALOR     TO NF-VALOR
           MOVE WS-NF-COT       TO NF-COT-NUMERO
           MOVE WS-NF-DOC-TIPO  TO NF-CLI-DOC-TIPO
           MOVE WS-NF-DOC-NUMERO TO NF-CLI-DOC-NUMERO
           SET NF-EMITIDA TO TRUE
           OPEN EXTEND NOTA-FISCAL
           IF WS-NFIS-STATUS = "35"
           END-STRING
           WRITE NOTA-IMPRESSA-REC
           MOVE SPACES TO NOTA-IMPRESSA-REC
           EVALUATE WS-NF-DOC-TIPO
              WHEN "F"
                 STRING "CPF: " DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(1:3) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(4:3) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(7:3) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(10:2) DELIMITED BY SIZE
                        INTO NOTA-IMPRESSA-REC
                 END-STRING
              WHEN "J"
                 STRING "CNPJ: " DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(1:2) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(3:3) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(6:3) DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(9:4) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-NF-DOC-NUMERO(13:2) DELIMITED BY SIZE
                        INTO NOTA-IMPRESSA-REC
                 END-STRING
              WHEN OTHER
                 MOVE "CPF/CNPJ: NAO INFORMADO" TO NOTA-IMPRESSA-REC
           END-EVALUATE
           WRITE NOTA-IMPRESSA-REC
           MOVE SPACES TO NOTA-IMPRESSA-REC
           STRING "VENDEDOR: " DELIMITED BY SIZE
                  WS-NF-VENDEDOR DELIMITED BY SIZE
                  "  VEICULO: " DELIMITED BY SIZE
                  INTO NOTA-IMPRESSA-REC
           END-STRING
           WRITE NOTA-IMPRESSA-REC
           PERFORM VARYING WS-NF-ACES-I FROM 1 BY 1
                 UNTIL WS-NF-ACES-I > WS-NF-ACES-QTD
                    OR WS-NF-ACES-I > 10
              MOVE WS-NF-ACES-VALOR(WS-NF-ACES-I) TO WS-NF-LIN-VALOR
              MOVE SPACES TO NOTA-IMPRESSA-REC
              STRING "  ACESSORIO: " DELIMITED BY SIZE
                     WS-NF-ACES-DESC(WS-NF-ACES-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NF-LIN-VALOR DELIMITED BY SIZE
                     INTO NOTA-IMPRESSA-REC
              END-STRING
              WRITE NOTA-IMPRESSA-REC
           END-PERFORM
           MOVE WS-NF-VALOR TO WS-NF-LIN-VALOR
           MOVE SPACES TO NOTA-IMPRESSA-REC
           STRING "VALOR TOTAL: " DELIMITED BY SIZE
