           MOVE ZEROS TO WS-MESES-PAGOS.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA-EFETIVA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN
               FOLHAHIST-CHAVE
               INVALID KEY
                       MOVE "S" TO FIM-DO-HISTORICO
                   ELSE
                       IF FOLHAHIST-CODIGO = WS-MUD-CODIGO(WS-IDX)
                           AND FOLHAHIST-NORMAL
                           AND FOLHAHIST-COMPETENCIA <
                               WS-MUD-ANOMES(WS-IDX)
                           ADD 1 TO WS-MESES-PAGOS
