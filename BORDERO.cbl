           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
                           H-METODO-PGTO NOT = 'ESTORNO' AND
                           H-METODO-PGTO NOT = 'ADIANT' AND
                           H-METODO-PGTO NOT = 'NOTACRED' AND
                           H-METODO-PGTO NOT = 'PENHORA' AND
                           H-METODO-PGTO(1:7) NOT = 'VARCAMB' AND
                           H-METODO-PGTO NOT = 'RESIDUO' AND
                           H-METODO-PGTO NOT = 'ENCONTRO' AND
                           WS-RC-ACHOU = 'S'
                       MOVE H-CNPJ-FORN TO F-CNPJ
                       READ FORNECEDORES-FILE
