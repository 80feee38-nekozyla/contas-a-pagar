           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  DIRFEXP-FILE.
       01  DIRFEXP-REG.
           05 DX-MES-TOTAL     PIC S9(12)V99 OCCURS 12 TIMES.
           05 DX-TOTAL-ANO     PIC S9(13)V99.
           05 DX-TOTAL-RETIDO  PIC 9(12)V99.
           05 DX-TIPO-PESSOA   PIC X(01).
           05 DX-TOTAL-CSRF    PIC 9(12)V99.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
           88 STATUS-OK-DX           VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-ROTULO-INSCR         PIC X(04).

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
              10 WS-FORN-MES      PIC S9(12)V99 OCCURS 12 TIMES.
              10 WS-FORN-TOTAL    PIC S9(13)V99.
              10 WS-FORN-RETIDO   PIC 9(12)V99.
      *> PARTE DO RETIDO QUE E CSRF (PIS/COFINS/CSLL, CODIGO 5952),
      *> INFORMADA EM SEPARADO NA DIRF
              10 WS-FORN-CSRF     PIC 9(12)V99.

       01 WS-TOTAL-GERAL          PIC S9(14)V99 VALUE ZERO.
       01 WS-MES-IDX              PIC 9(02).
                   MOVE H-CNPJ-FORN TO WS-FORN-CNPJ(WS-FORN-QTD)
                   MOVE ZEROS TO WS-FORN-TOTAL(WS-FORN-QTD)
                   MOVE ZEROS TO WS-FORN-RETIDO(WS-FORN-QTD)
                   MOVE ZEROS TO WS-FORN-CSRF(WS-FORN-QTD)
                   PERFORM 280-ZERAR-MESES
                       VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > 12
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RT-DATA-PGTO(1:4) = WS-ANO-RELATORIO AND
                           RT-TIPO NOT = 'CIDE' AND RT-TIPO NOT = 'IOF '
                       MOVE RT-CNPJ-FORN TO H-CNPJ-FORN
                       PERFORM 260-LOCALIZAR-FORNECEDOR
                       IF WS-FORN-ACHOU-IDX > ZERO
                           ADD RT-VALOR-RETIDO
                               TO WS-FORN-RETIDO(WS-FORN-ACHOU-IDX)
                           IF RT-TIPO = 'CSRF'
                               ADD RT-VALOR-RETIDO
                                   TO WS-FORN-CSRF(WS-FORN-ACHOU-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO F-RAZAO-SOCIAL
                   MOVE 'J' TO F-TIPO-PESSOA
           END-READ.
      *> BENEFICIARIO PESSOA FISICA SAI IDENTIFICADO PELO CPF
           IF F-TIPO-PESSOA = 'F'
               MOVE "CPF " TO WS-ROTULO-INSCR
           ELSE
               MOVE "CNPJ" TO WS-ROTULO-INSCR
           END-IF.

           DISPLAY WS-ROTULO-INSCR " " WS-FORN-CNPJ(WS-FORN-IDX) " "
                   F-RAZAO-SOCIAL(1:30).
           MOVE SPACES TO SPOOL-REG.
           STRING WS-ROTULO-INSCR " " WS-FORN-CNPJ(WS-FORN-IDX) " "
                  F-RAZAO-SOCIAL(1:30)
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           PERFORM 450-IMPRIMIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.
           DISPLAY "  Total ano : " WS-FORN-TOTAL(WS-FORN-IDX)
                   "  Retido: " WS-FORN-RETIDO(WS-FORN-IDX)
                   "  CSRF 5952: " WS-FORN-CSRF(WS-FORN-IDX).
           MOVE SPACES TO SPOOL-REG.
           STRING "  Total ano : " WS-FORN-TOTAL(WS-FORN-IDX)
                  "  Retido: " WS-FORN-RETIDO(WS-FORN-IDX)
                  "  CSRF 5952: " WS-FORN-CSRF(WS-FORN-IDX)
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           ADD WS-FORN-TOTAL(WS-FORN-IDX) TO WS-TOTAL-GERAL.
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.
           MOVE WS-FORN-TOTAL(WS-FORN-IDX) TO DX-TOTAL-ANO.
           MOVE WS-FORN-RETIDO(WS-FORN-IDX) TO DX-TOTAL-RETIDO.
           MOVE WS-FORN-CSRF(WS-FORN-IDX) TO DX-TOTAL-CSRF.
           IF F-TIPO-PESSOA = 'F'
               MOVE 'F' TO DX-TIPO-PESSOA
           ELSE
               MOVE 'J' TO DX-TIPO-PESSOA
           END-IF.
           WRITE DIRFEXP-REG.

       550-MOVER-MES-EXPORTACAO.
