           05 PR-DIAS-AVISO-CND    PIC 9(03).
           05 PR-LIMITE-RESIDUO    PIC 9(04)V99.
           05 PR-VALOR-EXIGE-ANEXO PIC 9(10)V99.
           05 PR-PERC-TOLER-RECEB  PIC 9(02)V99.
           05 PR-DIAS-DESCONHEC    PIC 9(03).
           05 PR-CC-SUSPENSO       PIC X(06).
           05 PR-PERC-DESVIO-CONS  PIC 9(03).
           05 PR-SLA-HORAS-APROV   PIC 9(03).
           05 PR-SLA-HORAS-LIB     PIC 9(03).
           05 PR-JANELA-FIM-BATCH  PIC 9(04).
           05 FILLER               PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
                   IF H-VALOR-ORIGINAL > ZERO AND
                           H-METODO-PGTO NOT = 'ESTORNO' AND
                           H-METODO-PGTO NOT = 'ADIANT' AND
                           H-METODO-PGTO NOT = 'NOTACRED' AND
                           H-METODO-PGTO NOT = 'PENHORA'
                       IF WS-PG-QTD < 2000
                           ADD 1 TO WS-PG-QTD
                           MOVE H-CNPJ-FORN TO WS-PG-CNPJ(WS-PG-QTD)
