           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-VALOR-GERADO   PIC 9(12)V99.
           05 CT-COMPETENCIA-FIM PIC 9(06).
           05 CT-NUM-CONTRATO   PIC X(15).
           05 CT-PERC-CAUCAO    PIC 9(02)V99.

       FD  PARAMS-FILE.
       01  PARAMS-REG.
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
