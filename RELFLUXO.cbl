           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-VALOR-GERADO   PIC 9(12)V99.
           05 CT-COMPETENCIA-FIM PIC 9(06).
           05 CT-NUM-CONTRATO   PIC X(15).
           05 CT-PERC-CAUCAO    PIC 9(02)V99.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
