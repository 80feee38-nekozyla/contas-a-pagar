                   ELSE
                       IF CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E' OR
                               CP-SITUACAO = 'T' OR CP-SITUACAO = 'M'
                           MOVE CP-DATA-VENC(7:2) TO WS-DIA
                           IF CP-SALDO = ZERO
                               MOVE CP-VALOR TO WS-VALOR-ITEM
                   ELSE
                       IF CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E' OR
                               CP-SITUACAO = 'T' OR CP-SITUACAO = 'M'
                           IF CP-SALDO = ZERO
                               MOVE CP-VALOR TO WS-VALOR-ITEM
                           ELSE
