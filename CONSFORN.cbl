           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FORNECEDORES PIC X(2).

       200-MENU-CONSULTA.
           DISPLAY "--- Consulta de Fornecedores ---".
           DISPLAY "C - Consultar por CNPJ/CPF".
           DISPLAY "N - Buscar por Nome (Razao Social)".
           DISPLAY "H - Historico de Alteracoes do Fornecedor".
           DISPLAY "B - Busca Universal de Contas".
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF a consultar: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.
           MOVE WS-CNPJ-CONSULTA TO F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "------------------------------------------------"
                   DISPLAY "Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
                   DISPLAY "------------------------------------------------"
               NOT INVALID KEY
                   DISPLAY "----------------- DADOS DO FORNECEDOR -----------------"
                   DISPLAY "CNPJ/CPF:      " F-CNPJ
                   DISPLAY "Tipo pessoa:   " F-TIPO-PESSOA
                   DISPLAY "Razao Social:  " F-RAZAO-SOCIAL
                   DISPLAY "Endereco:      " F-ENDERECO
                   DISPLAY "Telefone:      " F-TELEFONE
                       TRIM(WS-NOME-BUSCA)
                       MOVE 'Y' TO WS-NOME-ENCONTRADO
                       DISPLAY "----------------- DADOS DO FORNECEDOR -----------------"
                       DISPLAY "CNPJ/CPF:      " F-CNPJ
                   DISPLAY "Tipo pessoa:   " F-TIPO-PESSOA
                       DISPLAY "Razao Social:  " F-RAZAO-SOCIAL
                       DISPLAY "Endereco:      " F-ENDERECO
                       DISPLAY "Telefone:      " F-TELEFONE
