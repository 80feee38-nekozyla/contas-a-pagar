           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
           MOVE WS-DH-HORA TO F-DATA-HORA-ALTERACAO(9:6).
           MOVE ZEROS TO F-CNPJ-SUCESSOR.
           MOVE ZERO TO F-LIMITE-COMPROMET.
           MOVE 'J' TO F-TIPO-PESSOA.
           WRITE FORNECEDOR-REG
               INVALID KEY
                   MOVE "CNPJ ja cadastrado" TO WS-MOTIVO-REJEICAO
