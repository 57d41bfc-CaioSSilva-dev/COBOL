      *----------------------------------------------------------------
      * Shared operator-password fields - the SENHA.cpy/SENHAP.cpy
      * pair. A senha nunca e gravada nem comparada em claro:
      * mova o codigo do operador para WS-SH-CODIGO e a senha
      * digitada para WS-SH-SENHA, PERFORM CALCULA-HASH-SENHA e use
      * WS-SH-HASH (16 posicoes hexadecimais, sem volta para a
      * senha; o codigo entra no calculo, entao a mesma senha em dois
      * operadores da codigos diferentes).
      * Politica de senha nova:
      *   - VALIDA-REGRA-SENHA: no minimo WS-SH-TAM-MINIMO posicoes,
      *     sem espaco no meio, com pelo menos uma letra e um digito;
      *     reprovada, SENHA-NA-REGRA falso e o motivo em
      *     WS-SH-MOTIVO;
      *   - CONFERE-REUSO-SENHA: WS-SH-HASH contra as codificacoes
      *     em WS-SH-USADA (a atual e as tres anteriores do
      *     cadastro); igual a alguma, SENHA-REPETIDA.
      *----------------------------------------------------------------
       01  WS-SH-ENTRADA.
           05  WS-SH-CODIGO      PIC X(8).
           05  WS-SH-SENHA       PIC X(12).
       77  WS-SH-HASH        PIC X(16) VALUE SPACES.
       78  WS-SH-TAM-MINIMO  VALUE 6.
       78  WS-SH-VOLTAS      VALUE 64.
       77  WS-SH-ACUM-1      PIC 9(10) VALUE 0.
       77  WS-SH-ACUM-2      PIC 9(10) VALUE 0.
       77  WS-SH-CAR         PIC 9(3) VALUE 0.
       77  WS-SH-I           PIC 9(2) VALUE 0.
       77  WS-SH-VOLTA       PIC 9(3) VALUE 0.
       77  WS-SH-RESTO       PIC 9(2) VALUE 0.
       77  WS-SH-HEXA        PIC X(16) VALUE "0123456789ABCDEF".
       77  WS-SH-TAMANHO     PIC 9(2) VALUE 0.
       77  WS-SH-LETRAS      PIC 9(2) VALUE 0.
       77  WS-SH-DIGITOS     PIC 9(2) VALUE 0.
       77  WS-SH-ESPACOS     PIC 9(2) VALUE 0.
       77  WS-SH-REGRA       PIC X VALUE "N".
           88  SENHA-NA-REGRA       VALUE "Y".
       77  WS-SH-MOTIVO      PIC X(40) VALUE SPACES.
       01  WS-SH-USADAS.
           05  WS-SH-USADA       PIC X(16) OCCURS 4 TIMES.
       77  WS-SH-REPETIDA    PIC X VALUE "N".
           88  SENHA-REPETIDA       VALUE "Y".
