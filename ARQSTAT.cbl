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
       01 WS-ARQS-INIT.
           05 FILLER PIC X(18) VALUE 'CONTAPAGAR.DAT287 '.
           05 FILLER PIC X(18) VALUE 'HISTPAGTO.DAT 128 '.
           05 FILLER PIC X(18) VALUE 'FORNECEDOR.DAT195 '.
           05 FILLER PIC X(18) VALUE 'AUDITORIA.DAT 035 '.
           05 FILLER PIC X(18) VALUE 'RETENCAO.DAT  060 '.
           05 FILLER PIC X(18) VALUE 'CONTAHIST.DAT 287 '.
