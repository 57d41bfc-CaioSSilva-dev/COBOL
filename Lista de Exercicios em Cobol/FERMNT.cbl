       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMNT.
       AUTHOR. Caio Souza Silva.
      *----------------------------------------------------------------
      * Manutencao do calendario de feriados (FERIADOS.DAT) que o
      * DIAUTILP usa para datas de validade e de pagamento, o PREVOO
      * para a data de negocio e a folha para o DSR - o arquivo deixa
      * de ser digitado no editor a cada ano.
      * Funcoes:
      *   - listar os feriados de um ano;
      *   - incluir feriado com descricao e abrangencia: nacional
      *     (vale para todas as filiais) ou local de uma filial (o
      *     padrao e a filial do FILIAL.DAT deste patio);
      *   - excluir feriado;
      *   - gerar um ano: os nacionais de data fixa e os moveis que
      *     dependem da Pascoa (carnaval segunda e terca, sexta-feira
      *     santa e Corpus Christi). Data que ja esta no calendario
      *     como nacional nao e duplicada, entao gerar de novo o
      *     mesmo ano nao estraga nada.
      * O arquivo e regravado inteiro, em ordem de data, ao sair.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT FILIAL-PARM ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS
           RECORD CONTAINS 42 CHARACTERS.
       COPY "FERIADOREC.cpy".

       FD  FILIAL-PARM
           RECORD CONTAINS 3 CHARACTERS.
       01  FILIAL-PARM-REC       PIC X(3).

       WORKING-STORAGE SECTION.
       COPY "FILIAL.cpy".
       77  WS-FER-STATUS    PIC XX VALUE SPACES.
       77  WS-FIL-STATUS    PIC XX VALUE SPACES.
       77  WS-EOF-ARQ       PIC X VALUE "N".
           88 EOF-ARQ              VALUE "Y".
       77  WS-OPCAO         PIC 9 VALUE 0.
       77  WS-RESPOSTA      PIC X.
       77  WS-CAL-ALTERADO  PIC X VALUE "N".
           88 CAL-ALTERADO         VALUE "Y".
       77  WS-FER-COUNT     PIC 9(3) VALUE 0.
       01  WS-FER-TABELA.
           05  WS-FER-ENTRY OCCURS 1 TO 999 TIMES
                            DEPENDING ON WS-FER-COUNT.
               10  WS-FT-DATA       PIC 9(8).
               10  WS-FT-ABRANG     PIC X.
               10  WS-FT-FILIAL     PIC X(3).
               10  WS-FT-DESCRICAO  PIC X(30).
      *    Feriados nacionais de data fixa (MMDD + descricao).
       01  WS-FIXOS-VALORES.
           05  FILLER PIC X(34)
               VALUE "0101CONFRATERNIZACAO UNIVERSAL".
           05  FILLER PIC X(34)
               VALUE "0421TIRADENTES".
           05  FILLER PIC X(34)
               VALUE "0501DIA DO TRABALHO".
           05  FILLER PIC X(34)
               VALUE "0907INDEPENDENCIA DO BRASIL".
           05  FILLER PIC X(34)
               VALUE "1012NOSSA SENHORA APARECIDA".
           05  FILLER PIC X(34)
               VALUE "1102FINADOS".
           05  FILLER PIC X(34)
               VALUE "1115PROCLAMACAO DA REPUBLICA".
           05  FILLER PIC X(34)
               VALUE "1120DIA DA CONSCIENCIA NEGRA".
           05  FILLER PIC X(34)
               VALUE "1225NATAL".
       01  WS-FIXOS-TAB REDEFINES WS-FIXOS-VALORES.
           05  WS-FIXO-ENTRY OCCURS 9 TIMES.
               10  WS-FX-MMDD       PIC 9(4).
               10  WS-FX-DESCRICAO  PIC X(30).
      *    Feriados moveis: sinal e dias a partir do domingo de Pascoa.
       01  WS-MOVEIS-VALORES.
           05  FILLER PIC X(33)
               VALUE "-48CARNAVAL (SEGUNDA-FEIRA)".
           05  FILLER PIC X(33)
               VALUE "-47CARNAVAL (TERCA-FEIRA)".
           05  FILLER PIC X(33)
               VALUE "-02SEXTA-FEIRA SANTA".
           05  FILLER PIC X(33)
               VALUE "+60CORPUS CHRISTI".
       01  WS-MOVEIS-TAB REDEFINES WS-MOVEIS-VALORES.
           05  WS-MOVEL-ENTRY OCCURS 4 TIMES.
               10  WS-MV-SINAL      PIC X.
               10  WS-MV-DIAS       PIC 9(2).
               10  WS-MV-DESCRICAO  PIC X(30).
       01  WS-NOVO-FERIADO.
           05  WS-NF-DATA       PIC 9(8).
           05  WS-NF-ABRANG     PIC X.
           05  WS-NF-FILIAL     PIC X(3).
           05  WS-NF-DESCRICAO  PIC X(30).
       77  WS-DATA-DIGITADA PIC X(8).
       01  WS-DATA-EXIBE.
           05  WS-DE-DIA        PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  WS-DE-MES        PIC 9(2).
           05  FILLER           PIC X VALUE "/".
           05  WS-DE-ANO        PIC 9(4).
       01  WS-DATA-PARTES.
           05  WS-DP-ANO        PIC 9(4).
           05  WS-DP-MES        PIC 9(2).
           05  WS-DP-DIA        PIC 9(2).
       77  WS-ANO-DIGITADO  PIC X(4).
       77  WS-ANO           PIC 9(4) VALUE 0.
       77  WS-FILIAL-DIGITADA PIC X(3).
       77  WS-POSICAO       PIC 9(4) VALUE 0.
       77  WS-ACHOU         PIC X VALUE "N".
           88 ACHOU-FERIADO        VALUE "Y".
       77  WS-INCLUIDO      PIC X VALUE "N".
           88 FERIADO-INCLUIDO     VALUE "Y".
       77  WS-QTD-INCLUIDOS PIC 9(3) VALUE 0.
       77  WS-QTD-EXISTENTES PIC 9(3) VALUE 0.
       77  WS-QTD-LISTADOS  PIC 9(3) VALUE 0.
       77  WS-I             PIC 9(4).
       77  WS-J             PIC 9(4).
       77  WS-K             PIC 9(2).
       77  WS-DATA-INT      PIC 9(8) VALUE 0.
      *    Calculo da Pascoa (algoritmo gregoriano anonimo).
       77  WS-PA-A          PIC 9(4).
       77  WS-PA-B          PIC 9(4).
       77  WS-PA-C          PIC 9(4).
       77  WS-PA-D          PIC 9(4).
       77  WS-PA-E          PIC 9(4).
       77  WS-PA-F          PIC 9(4).
       77  WS-PA-G          PIC 9(4).
       77  WS-PA-H          PIC 9(4).
       77  WS-PA-I          PIC 9(4).
       77  WS-PA-K          PIC 9(4).
       77  WS-PA-L          PIC 9(4).
       77  WS-PA-M          PIC 9(4).
       77  WS-PA-N          PIC 9(4).
       77  WS-PA-MES        PIC 9(2).
       77  WS-PA-DIA        PIC 9(2).
       77  WS-PASCOA        PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-OPCAO
           MOVE "N" TO WS-CAL-ALTERADO
           PERFORM OBTEM-FILIAL
           PERFORM CARREGA-CALENDARIO
           PERFORM UNTIL WS-OPCAO = 9
              DISPLAY "===== CALENDARIO DE FERIADOS ====="
              DISPLAY "FILIAL DESTE PATIO: " WS-FILIAL-CODIGO
              DISPLAY "(1) LISTAR FERIADOS DE UM ANO"
              DISPLAY "(2) INCLUIR FERIADO"
              DISPLAY "(3) EXCLUIR FERIADO"
              DISPLAY "(4) GERAR ANO (FIXOS E MOVEIS)"
              DISPLAY "(9) SAIR"
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1 PERFORM LISTA-ANO
                 WHEN 2 PERFORM INCLUI-FERIADO
                 WHEN 3 PERFORM EXCLUI-FERIADO
                 WHEN 4 PERFORM GERA-ANO
                 WHEN 9 CONTINUE
                 WHEN OTHER DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-PERFORM
           IF CAL-ALTERADO
              PERFORM GRAVA-CALENDARIO
           END-IF
           GOBACK.

      *    Linhas antigas so com a data (8 posicoes) entram como
      *    feriado nacional sem descricao; linha sem data valida ou
      *    repetida e descartada na regravacao.
       CARREGA-CALENDARIO.
           MOVE 0 TO WS-FER-COUNT
           MOVE "N" TO WS-EOF-ARQ
           OPEN INPUT FERIADOS
           IF WS-FER-STATUS = "35"
              DISPLAY "FERIADOS.DAT NAO ENCONTRADO - "
                 "SERA CRIADO AO GRAVAR"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-ARQ
              READ FERIADOS
                 AT END
                    MOVE "Y" TO WS-EOF-ARQ
                 NOT AT END
                    EVALUATE TRUE
                       WHEN FER-DATA IS NOT NUMERIC
                          DISPLAY "LINHA DESCARTADA: " FERIADOS-REC
                          MOVE "Y" TO WS-CAL-ALTERADO
                       WHEN WS-FER-COUNT > 998
                          DISPLAY "FERIADOS.DAT TEM MAIS DE 999 "
                             "FERIADOS - IGNORANDO O RESTANTE"
                          MOVE "Y" TO WS-EOF-ARQ
                       WHEN OTHER
                          PERFORM CARREGA-LINHA-FERIADO
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE FERIADOS.

       CARREGA-LINHA-FERIADO.
           MOVE FER-DATA TO WS-NF-DATA
           IF FER-NACIONAL
              MOVE "N" TO WS-NF-ABRANG
              MOVE SPACES TO WS-NF-FILIAL
           ELSE
              MOVE FER-ABRANGENCIA TO WS-NF-ABRANG
              MOVE FER-FILIAL TO WS-NF-FILIAL
           END-IF
           MOVE FER-DESCRICAO TO WS-NF-DESCRICAO
           PERFORM INSERE-FERIADO
           IF NOT FERIADO-INCLUIDO
              DISPLAY "LINHA REPETIDA DESCARTADA: " FERIADOS-REC
              MOVE "Y" TO WS-CAL-ALTERADO
           END-IF.

       GRAVA-CALENDARIO.
           OPEN OUTPUT FERIADOS
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-FER-COUNT
              MOVE WS-FER-ENTRY(WS-I) TO FERIADOS-REC
              WRITE FERIADOS-REC
           END-PERFORM
           CLOSE FERIADOS
           DISPLAY "FERIADOS.DAT GRAVADO COM " WS-FER-COUNT
              " FERIADO(S)".

      *    Localiza WS-NOVO-FERIADO pela data, abrangencia e filial.
      *    Sem achar, WS-POSICAO fica onde ele entraria em ordem de
      *    data.
       LOCALIZA-FERIADO.
           MOVE "N" TO WS-ACHOU
           MOVE 0 TO WS-POSICAO
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-FER-COUNT OR ACHOU-FERIADO
              IF WS-FT-DATA(WS-I) = WS-NF-DATA
                    AND WS-FT-ABRANG(WS-I) = WS-NF-ABRANG
                    AND WS-FT-FILIAL(WS-I) = WS-NF-FILIAL
                 MOVE "Y" TO WS-ACHOU
                 MOVE WS-I TO WS-POSICAO
              END-IF
              IF WS-POSICAO = 0 AND WS-FT-DATA(WS-I) > WS-NF-DATA
                 MOVE WS-I TO WS-POSICAO
              END-IF
           END-PERFORM
           IF WS-POSICAO = 0
              COMPUTE WS-POSICAO = WS-FER-COUNT + 1
           END-IF.

      *    Inclui WS-NOVO-FERIADO na posicao da sua data; repetido ou
      *    com a tabela cheia, WS-INCLUIDO fica "N".
       INSERE-FERIADO.
           MOVE "N" TO WS-INCLUIDO
           PERFORM LOCALIZA-FERIADO
           IF ACHOU-FERIADO
              EXIT PARAGRAPH
           END-IF
           IF WS-FER-COUNT > 998
              DISPLAY "CALENDARIO CHEIO - 999 FERIADOS"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FER-COUNT
           PERFORM VARYING WS-J FROM WS-FER-COUNT BY -1
                 UNTIL WS-J <= WS-POSICAO
              MOVE WS-FER-ENTRY(WS-J - 1) TO WS-FER-ENTRY(WS-J)
           END-PERFORM
           MOVE WS-NOVO-FERIADO TO WS-FER-ENTRY(WS-POSICAO)
           MOVE "Y" TO WS-INCLUIDO.

       PEDE-ANO.
           MOVE 0 TO WS-ANO
           DISPLAY "ANO (AAAA): "
           ACCEPT WS-ANO-DIGITADO
           IF WS-ANO-DIGITADO IS NOT NUMERIC
              DISPLAY "ANO INVALIDO"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-DIGITADO TO WS-ANO
           IF WS-ANO < 2000 OR WS-ANO > 2100
              DISPLAY "ANO FORA DA FAIXA 2000-2100"
              MOVE 0 TO WS-ANO
           END-IF.

      *    Data valida em WS-NF-DATA; zero quando a digitacao nao e
      *    uma data.
       PEDE-DATA.
           MOVE 0 TO WS-NF-DATA
           DISPLAY "DATA (AAAAMMDD): "
           ACCEPT WS-DATA-DIGITADA
           IF WS-DATA-DIGITADA IS NOT NUMERIC
              DISPLAY "DATA INVALIDA"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-DIGITADA TO WS-NF-DATA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NF-DATA) NOT = 0
              DISPLAY "DATA INVALIDA"
              MOVE 0 TO WS-NF-DATA
           END-IF.

      *    Abrangencia e filial em WS-NF-ABRANG/WS-NF-FILIAL; espaco
      *    em WS-NF-ABRANG quando a resposta nao serve.
       PEDE-ABRANGENCIA.
           MOVE SPACES TO WS-NF-FILIAL
           DISPLAY "ABRANGENCIA (N=NACIONAL L=LOCAL DA FILIAL): "
           ACCEPT WS-NF-ABRANG
           MOVE FUNCTION UPPER-CASE(WS-NF-ABRANG) TO WS-NF-ABRANG
           EVALUATE WS-NF-ABRANG
              WHEN "N"
                 CONTINUE
              WHEN "L"
                 DISPLAY "FILIAL (BRANCO = " WS-FILIAL-CODIGO "): "
                 MOVE SPACES TO WS-FILIAL-DIGITADA
                 ACCEPT WS-FILIAL-DIGITADA
                 IF WS-FILIAL-DIGITADA = SPACES
                    MOVE WS-FILIAL-CODIGO TO WS-NF-FILIAL
                 ELSE
                    MOVE WS-FILIAL-DIGITADA TO WS-NF-FILIAL
                 END-IF
              WHEN OTHER
                 DISPLAY "ABRANGENCIA INVALIDA - USE N OU L"
                 MOVE SPACE TO WS-NF-ABRANG
           END-EVALUATE.

       LISTA-ANO.
           PERFORM PEDE-ANO
           IF WS-ANO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTD-LISTADOS
           DISPLAY "DATA       ABRANG.  FILIAL DESCRICAO"
           PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-FER-COUNT
              MOVE WS-FT-DATA(WS-I) TO WS-DATA-PARTES
              IF WS-DP-ANO = WS-ANO
                 ADD 1 TO WS-QTD-LISTADOS
                 MOVE WS-DP-DIA TO WS-DE-DIA
                 MOVE WS-DP-MES TO WS-DE-MES
                 MOVE WS-DP-ANO TO WS-DE-ANO
                 IF WS-FT-ABRANG(WS-I) = "L"
                    DISPLAY WS-DATA-EXIBE " LOCAL    "
                       WS-FT-FILIAL(WS-I) "    "
                       WS-FT-DESCRICAO(WS-I)
                 ELSE
                    DISPLAY WS-DATA-EXIBE " NACIONAL "
                       "       " WS-FT-DESCRICAO(WS-I)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-LISTADOS = 0
              DISPLAY "(NENHUM FERIADO EM " WS-ANO
                 " - USE A OPCAO 4 PARA GERAR O ANO)"
           ELSE
              DISPLAY WS-QTD-LISTADOS " FERIADO(S) EM " WS-ANO
           END-IF.

       INCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF WS-NF-DATA = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM PEDE-ABRANGENCIA
           IF WS-NF-ABRANG = SPACE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRICAO: "
           MOVE SPACES TO WS-NF-DESCRICAO
           ACCEPT WS-NF-DESCRICAO
           MOVE FUNCTION UPPER-CASE(WS-NF-DESCRICAO)
              TO WS-NF-DESCRICAO
           IF WS-NF-DESCRICAO = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-FERIADO
           IF ACHOU-FERIADO
              DISPLAY "FERIADO JA CADASTRADO: "
                 WS-FT-DESCRICAO(WS-POSICAO)
              EXIT PARAGRAPH
           END-IF
           PERFORM INSERE-FERIADO
           IF FERIADO-INCLUIDO
              MOVE "Y" TO WS-CAL-ALTERADO
              DISPLAY "FERIADO INCLUIDO"
           END-IF.

       EXCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF WS-NF-DATA = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM PEDE-ABRANGENCIA
           IF WS-NF-ABRANG = SPACE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-FERIADO
           IF NOT ACHOU-FERIADO
              DISPLAY "FERIADO NAO ENCONTRADO"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EXCLUIR " WS-FT-DESCRICAO(WS-POSICAO)
              " (S/N)? "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
              DISPLAY "EXCLUSAO CANCELADA"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM WS-POSICAO BY 1
                 UNTIL WS-J >= WS-FER-COUNT
              MOVE WS-FER-ENTRY(WS-J + 1) TO WS-FER-ENTRY(WS-J)
           END-PERFORM
           SUBTRACT 1 FROM WS-FER-COUNT
           MOVE "Y" TO WS-CAL-ALTERADO
           DISPLAY "FERIADO EXCLUIDO".

      *    Os nacionais do ano pedido; data que ja e feriado nacional
      *    fica como esta (mesmo com outra descricao).
       GERA-ANO.
           PERFORM PEDE-ANO
           IF WS-ANO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QTD-INCLUIDOS
           MOVE 0 TO WS-QTD-EXISTENTES
           MOVE "N" TO WS-NF-ABRANG
           MOVE SPACES TO WS-NF-FILIAL
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              COMPUTE WS-NF-DATA = WS-ANO * 10000 + WS-FX-MMDD(WS-K)
              MOVE WS-FX-DESCRICAO(WS-K) TO WS-NF-DESCRICAO
              PERFORM GERA-FERIADO-NACIONAL
           END-PERFORM
           PERFORM CALCULA-PASCOA
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
              IF WS-MV-SINAL(WS-K) = "-"
                 COMPUTE WS-DATA-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PASCOA)
                    - WS-MV-DIAS(WS-K)
              ELSE
                 COMPUTE WS-DATA-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PASCOA)
                    + WS-MV-DIAS(WS-K)
              END-IF
              COMPUTE WS-NF-DATA =
                 FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
              MOVE WS-MV-DESCRICAO(WS-K) TO WS-NF-DESCRICAO
              PERFORM GERA-FERIADO-NACIONAL
           END-PERFORM
           MOVE WS-PASCOA TO WS-DATA-PARTES
           MOVE WS-DP-DIA TO WS-DE-DIA
           MOVE WS-DP-MES TO WS-DE-MES
           MOVE WS-DP-ANO TO WS-DE-ANO
           DISPLAY "PASCOA DE " WS-ANO ": " WS-DATA-EXIBE
           DISPLAY WS-QTD-INCLUIDOS " FERIADO(S) INCLUIDO(S), "
              WS-QTD-EXISTENTES " JA EXISTIA(M)"
           DISPLAY "FERIADOS LOCAIS (MUNICIPAIS/ESTADUAIS) SE "
              "INCLUEM PELA OPCAO 2"
           IF WS-QTD-INCLUIDOS > 0
              MOVE "Y" TO WS-CAL-ALTERADO
           END-IF.

       GERA-FERIADO-NACIONAL.
           PERFORM INSERE-FERIADO
           IF FERIADO-INCLUIDO
              ADD 1 TO WS-QTD-INCLUIDOS
           ELSE
              ADD 1 TO WS-QTD-EXISTENTES
           END-IF.

      *    Domingo de Pascoa de WS-ANO em WS-PASCOA (AAAAMMDD).
       CALCULA-PASCOA.
           COMPUTE WS-PA-A = FUNCTION MOD(WS-ANO, 19)
           DIVIDE WS-ANO BY 100 GIVING WS-PA-B REMAINDER WS-PA-C
           DIVIDE WS-PA-B BY 4 GIVING WS-PA-D REMAINDER WS-PA-E
           COMPUTE WS-PA-F = (WS-PA-B + 8) / 25
           COMPUTE WS-PA-G = (WS-PA-B - WS-PA-F + 1) / 3
           COMPUTE WS-PA-H = FUNCTION MOD(19 * WS-PA-A + WS-PA-B
              - WS-PA-D - WS-PA-G + 15, 30)
           DIVIDE WS-PA-C BY 4 GIVING WS-PA-I REMAINDER WS-PA-K
           COMPUTE WS-PA-L = FUNCTION MOD(32 + 2 * WS-PA-E
              + 2 * WS-PA-I - WS-PA-H - WS-PA-K, 7)
           COMPUTE WS-PA-M = (WS-PA-A + 11 * WS-PA-H
              + 22 * WS-PA-L) / 451
           COMPUTE WS-PA-N = WS-PA-H + WS-PA-L - 7 * WS-PA-M + 114
           DIVIDE WS-PA-N BY 31 GIVING WS-PA-MES
              REMAINDER WS-PA-DIA
           ADD 1 TO WS-PA-DIA
           COMPUTE WS-PASCOA = WS-ANO * 10000 + WS-PA-MES * 100
              + WS-PA-DIA.

       COPY "FILIALP.cpy".
