
       300-LISTAR-EVENTO.
           ADD 1 TO WS-QTD-LISTADOS.
           EVALUATE LG-RESULTADO
               WHEN 'N'
                   ADD 1 TO WS-QTD-RECUSAS
                   DISPLAY LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                           " opcao " LG-OPCAO " ** ACESSO NEGADO **"
               WHEN 'V'
                   DISPLAY LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                           " opcao " LG-OPCAO " dados bancarios sem mascara"
               WHEN OTHER
                   DISPLAY LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                           " opcao " LG-OPCAO
           END-EVALUATE.
           MOVE SPACES TO SPOOL-REG.
           EVALUATE LG-RESULTADO
               WHEN 'N'
                   STRING LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                          " opcao " LG-OPCAO " ** ACESSO NEGADO **"
                       DELIMITED BY SIZE INTO SPOOL-REG
               WHEN 'V'
                   STRING LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                          " opcao " LG-OPCAO " dados bancarios sem mascara"
                       DELIMITED BY SIZE INTO SPOOL-REG
               WHEN OTHER
                   STRING LG-DATA-HORA " " LG-USUARIO " " LG-PROGRAMA
                          " opcao " LG-OPCAO
                       DELIMITED BY SIZE INTO SPOOL-REG
           END-EVALUATE.
           WRITE SPOOL-REG.

           PERFORM 350-ACUMULAR-USUARIO.
