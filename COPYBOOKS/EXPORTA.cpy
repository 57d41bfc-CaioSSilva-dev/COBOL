      *----------------------------------------------------------------
      * Shared delimited-export fields - the EXPORTA.cpy/EXPORTAP.cpy
      * pair, companion of RELATO for the management reports. Each
      * report that offers a spreadsheet version writes a second file
      * (same name, extension .CSV) with one header row of column
      * names and one row per detail line - no page headers, no
      * totals. Campos separados por ";" e numeros sem edicao: sinal
      * so quando negativo, sem separador de milhar, virgula decimal
      * (planilha em portugues abre direto). Datas em ISO AAAA-MM-DD.
      * Protocol, per row:
      *   - header: move the literal column names (separated by ";")
      *     to WS-EXP-LINHA and write it;
      *   - detail: PERFORM INICIA-LINHA-EXPORTA, then for each
      *     column in order move the value and PERFORM the matching
      *     paragraph - WS-EXP-TEXTO / EXPORTA-TEXTO, WS-EXP-NUMERO
      *     with WS-EXP-DECIMAIS (0 a 2) / EXPORTA-NUMERO, WS-EXP-DATA
      *     (AAAAMMDD, zero = campo vazio) / EXPORTA-DATA, WS-EXP-MES
      *     (AAAAMM, sai AAAA-MM) / EXPORTA-MES - and write
      *     WS-EXP-LINHA.
      * A ";" dentro de um texto vira "," para nao quebrar a coluna.
      *----------------------------------------------------------------
       77  WS-EXP-SEP        PIC X VALUE ";".
       77  WS-EXP-DECIMAL    PIC X VALUE ",".
       01  WS-EXP-LINHA      PIC X(300).
       77  WS-EXP-PONT       PIC 9(3) VALUE 1.
       77  WS-EXP-CAMPOS     PIC 9(3) VALUE 0.
       77  WS-EXP-TEXTO      PIC X(60).
       77  WS-EXP-NUMERO     PIC S9(11)V99 VALUE 0.
       77  WS-EXP-DECIMAIS   PIC 9 VALUE 2.
       77  WS-EXP-DATA       PIC 9(8) VALUE 0.
       77  WS-EXP-MES        PIC 9(6) VALUE 0.
       01  WS-EXP-ABS        PIC 9(11)V99.
       01  WS-EXP-ABS-R REDEFINES WS-EXP-ABS.
           05  WS-EXP-INTEIRO    PIC 9(11).
           05  WS-EXP-CENTAVOS   PIC 9(2).
       77  WS-EXP-INT-ED     PIC Z(10)9.
       01  WS-EXP-DATA-ISO.
           05  WS-EXP-ISO-ANO    PIC 9(4).
           05  FILLER            PIC X VALUE "-".
           05  WS-EXP-ISO-MES    PIC 9(2).
           05  FILLER            PIC X VALUE "-".
           05  WS-EXP-ISO-DIA    PIC 9(2).
