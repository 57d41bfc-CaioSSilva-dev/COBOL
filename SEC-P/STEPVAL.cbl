      *   - nome de passo em branco ou duplicado;
      *   - WS-STEP-ERRO-ACAO diferente de PARAR/CONTINUAR;
      *   - coluna de retry nao numerica;
      *   - frequencia diferente de D (ou branco), U, F e A; dia util
      *     da frequencia U fora de 01 a 23, ou informado para as
      *     outras frequencias;
      *   - predecessor que nao casa com nenhum passo;
      *   - nenhum ou mais de um passo inicial (predecessor branco);
      *   - ciclo ou passo inalcancavel na cadeia.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL
           RECORD CONTAINS 35 CHARACTERS.
       01  STEP-CONTROL-REC      PIC X(35).

       FD  VALIDACAO
           RECORD CONTAINS 70 CHARACTERS.
               10  WS-CT-PRED       PIC X(10).
               10  WS-CT-ACAO       PIC X(10).
               10  WS-CT-RETRY      PIC X(2).
               10  WS-CT-FREQ       PIC X.
               10  WS-CT-FREQ-DIA   PIC X(2).
               10  WS-CT-VISITADO   PIC X.
       77  WS-I             PIC 9(2).
       77  WS-J             PIC 9(2).
                             TO WS-CT-ACAO(WS-CTL-COUNT)
                          MOVE STEP-CONTROL-REC(31:2)
                             TO WS-CT-RETRY(WS-CTL-COUNT)
                          MOVE STEP-CONTROL-REC(33:1)
                             TO WS-CT-FREQ(WS-CTL-COUNT)
                          MOVE STEP-CONTROL-REC(34:2)
                             TO WS-CT-FREQ-DIA(WS-CTL-COUNT)
                          MOVE "N" TO WS-CT-VISITADO(WS-CTL-COUNT)
                       END-IF
                 END-READ
                 MOVE "COLUNA DE RETRY NAO NUMERICA" TO WS-VL-MSG
                 PERFORM GRAVA-ERRO-LINHA
              END-IF
              EVALUATE WS-CT-FREQ(WS-I)
                 WHEN "U"
                    IF WS-CT-FREQ-DIA(WS-I) NOT NUMERIC
                          OR WS-CT-FREQ-DIA(WS-I) < "01"
                          OR WS-CT-FREQ-DIA(WS-I) > "23"
                       MOVE "FREQUENCIA U EXIGE DIA UTIL DE 01 A 23"
                          TO WS-VL-MSG
                       PERFORM GRAVA-ERRO-LINHA
                    END-IF
                 WHEN SPACE
                 WHEN "D"
                 WHEN "F"
                 WHEN "A"
                    IF WS-CT-FREQ-DIA(WS-I) NOT = SPACES
                       MOVE "DIA UTIL SO VALE PARA A FREQUENCIA U"
                          TO WS-VL-MSG
                       PERFORM GRAVA-ERRO-LINHA
                    END-IF
                 WHEN OTHER
                    MOVE "FREQUENCIA DEVE SER D, U, F OU A"
                       TO WS-VL-MSG
                    PERFORM GRAVA-ERRO-LINHA
              END-EVALUATE
              PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J >= WS-I
                 IF WS-CT-NOME(WS-J) = WS-CT-NOME(WS-I)
