           DISPLAY "X - Excecoes de Completude do Cadastro".
           DISPLAY "W - Pagamentos Suspeitos de Duplicidade".
           DISPLAY "H - Controle de Cheques Emitidos".
           DISPLAY "K - Indicadores de Fraude em Pagamentos".
           DISPLAY "J - Extrato de Ordens de Penhora".
           DISPLAY "Q - Exposicao a Fornecedores em Recuperacao Judicial".
           DISPLAY "I - Caucoes Contratuais Retidas".
           DISPLAY "Y - Posicao de Emprestimos e Financiamentos".
           DISPLAY "0 - Cronograma de Despesas Antecipadas".
           DISPLAY "Z - Consumo de Concessionarias por Instalacao".
           DISPLAY "S - Sair para o menu principal".
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO-REL.
                   CALL 'RELDUPAG'
               WHEN 'H'
                   CALL 'RELCHEQ'
               WHEN 'K'
                   CALL 'RELFRAUD'
               WHEN 'J'
                   CALL 'RELPENH'
               WHEN 'Q'
                   CALL 'RELRJ'
               WHEN 'I'
                   CALL 'RELCAUC'
               WHEN 'Y'
                   CALL 'RELDIVID'
               WHEN '0'
                   CALL 'RELDANT'
               WHEN 'Z'
                   CALL 'RELCONSU'
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
