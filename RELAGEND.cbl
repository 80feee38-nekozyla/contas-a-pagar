                   CALL 'RELCTAPG'
               WHEN 'RELTOPFN'
                   CALL 'RELTOPFN'
               WHEN 'RELDPO'
                   CALL 'RELDPO'
               WHEN OTHER
                   DISPLAY "AVISO: relatorio " RB-RELATORIO
                           " nao suportado; assinatura ignorada."
