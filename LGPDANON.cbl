           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
       983-JORNALIZAR-FORNECEDOR.
           MOVE 'FORNECEDOR' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE FORNECEDOR-REG TO WS-JRN-IMAGEM(1:195).
           PERFORM 980-GRAVAR-JORNAL.
