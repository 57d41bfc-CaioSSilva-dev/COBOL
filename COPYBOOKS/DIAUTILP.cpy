      *----------------------------------------------------------------
      * Requires the WS-DU-* fields from DIAUTIL.cpy in
      * WORKING-STORAGE and the FERIADOS and FILIAL-PARM files
      * declared by the calling program.
      *----------------------------------------------------------------
      *    Feriado local so entra na tabela da filial dona dele; o
      *    codigo da filial vem do FILIAL.DAT do patio (sem arquivo,
      *    "001").
       CARREGA-FERIADOS.
           IF FERIADOS-CARREGADOS
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DU-CARREGADO
           MOVE 0 TO WS-DU-COUNT
           MOVE "001" TO WS-DU-FILIAL
           OPEN INPUT FILIAL-PARM
           IF WS-FIL-STATUS NOT = "35"
              READ FILIAL-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FILIAL-PARM-REC NOT = SPACES
                       MOVE FILIAL-PARM-REC TO WS-DU-FILIAL
                    END-IF
              END-READ
              CLOSE FILIAL-PARM
           END-IF
           MOVE "N" TO WS-DU-EOF
           OPEN INPUT FERIADOS
           IF WS-FER-STATUS = "35"
                 AT END
                    MOVE "Y" TO WS-DU-EOF
                 NOT AT END
                    IF WS-DU-COUNT < 999 AND FER-DATA IS NUMERIC
                          AND (FER-NACIONAL
                           OR FER-FILIAL = WS-DU-FILIAL)
                       ADD 1 TO WS-DU-COUNT
                       MOVE FER-DATA
                          TO WS-DU-FERIADO(WS-DU-COUNT)
                    END-IF
              END-READ
