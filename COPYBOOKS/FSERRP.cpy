                 WHEN "39"
                    MOVE "LEIAUTE NAO CONFERE COM O FD"
                       TO WS-ERR-MSG
                 WHEN "21" WHEN "22"
                    MOVE "CHAVE FORA DE ORDEM OU DUPLICADA"
                       TO WS-ERR-MSG
                 WHEN "23"
                    MOVE "REGISTRO NAO ENCONTRADO PELA CHAVE"
                       TO WS-ERR-MSG
                 WHEN "41" WHEN "42" WHEN "43" WHEN "44"
                 WHEN "46" WHEN "47" WHEN "48" WHEN "49"
                    MOVE "SEQUENCIA DE OPEN/CLOSE INVALIDA"
