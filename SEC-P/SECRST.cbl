      * escolha o arquivo (1 PESSOA, 2 COMISYTD, 3 AGEREPT, 4 PENSAO)
      * e a geracao; a copia volta por cima do arquivo vivo apos
      * confirmacao, e a restauracao fica registrada no log de erros/
      * auditoria da cadeia (SECERRO.DAT). A geracao do PESSOA e a
      * descarga sequencial (PESSOA.UNL): devolvida a copia, o
      * PESSIDX recarrega o PESSOA.DAT indexado ainda sob a trava.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-GER-ESC       PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       01  WS-BASES-TABELA.
           05  FILLER PIC X(12) VALUE "PESSOA.UNL  ".
           05  FILLER PIC X(12) VALUE "COMISYTD.DAT".
           05  FILLER PIC X(12) VALUE "AGEREPT.DAT ".
           05  FILLER PIC X(12) VALUE "PENSAO.DAT  ".
              PERFORM REGISTRA-RESTAURACAO
              DISPLAY WS-DESTINO-NOME " RESTAURADO DE "
                 WS-ORIGEM-NOME
              IF WS-ARQ-ESC = 1
                 CALL "PESSIDX" USING "R"
              END-IF
           END-IF.

       REGISTRA-RESTAURACAO.
