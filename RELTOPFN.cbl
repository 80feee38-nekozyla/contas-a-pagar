       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOFOR-FILE *> Resumo de saldo em aberto por fornecedor
               ASSIGN TO 'SALDOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CNPJ-FORN
               FILE STATUS IS WS-STATUS-SALDOFOR.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOFOR-FILE.
       01  SALDOFOR-REG.
           05 SF-CNPJ-FORN        PIC 9(14).
           05 SF-SALDO-ABERTO     PIC 9(12)V99.
           05 SF-QTD-ABERTO       PIC 9(06).
           05 SF-SALDO-VENCIDO    PIC 9(12)V99.
           05 SF-QTD-VENCIDO      PIC 9(06).
           05 SF-VENC-MAIS-ANTIGO PIC 9(08).
           05 SF-DATA-ULT-PGTO    PIC 9(08).
           05 SF-DATA-ATUALIZACAO PIC 9(08).

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  PARAMS-FILE.
       01  PARAMS-REG.
           05 WS-DHE-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-STATUS-SALDOFOR      PIC X(2).
           88 STATUS-OK-SF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SF VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN            VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
       01 WS-N                    PIC 9(04) VALUE ZERO.
       01 WS-LIMITE                PIC 9(04).

      *> FORNECEDORES COM SALDO EM ABERTO, LIDOS DO RESUMO POR
      *> FORNECEDOR E ORDENADOS POR SELECAO EM ORDEM DECRESCENTE DE
      *> VALOR DEVIDO
       01 WS-QTD-FORN             PIC 9(04) VALUE ZERO.
       01 WS-FORN-TAB.
           05 WS-FORN-ITEM OCCURS 500 TIMES.
              10 WS-FT-CNPJ       PIC 9(14).
              10 WS-FT-TOTAL      PIC 9(12)V99.

       01 WS-MAIOR-IDX            PIC 9(04).
       01 WS-I                    PIC 9(04).
       01 WS-J                    PIC 9(04).
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-CNPJ-TEMP            PIC 9(14).
       01 WS-TOTAL-TEMP           PIC 9(12)V99.
       01 WS-J-INICIO             PIC 9(04).

      *> AREA COMPARTILHADA COM A GERACAO AGENDADA (RELAGEND): EM MODO
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           OPEN INPUT SALDOFOR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SF
               DISPLAY "AVISO: Nenhuma conta foi lancada no sistema ainda."
               CLOSE SPOOL-FILE
               GOBACK
           END-IF.
           IF NOT STATUS-OK-SF
               DISPLAY "ERRO ao abrir o resumo por fornecedor. Status: "
                       WS-STATUS-SALDOFOR
               MOVE 'SALDOFOR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-SALDOFOR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               CLOSE SPOOL-FILE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO SF-CNPJ-FORN.
           START SALDOFOR-FILE KEY IS GREATER THAN SF-CNPJ-FORN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 300-LER-PROXIMO-RESUMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE SALDOFOR-FILE.

           IF WS-QTD-FORN = ZERO
               DISPLAY "Nenhuma conta em aberto encontrada."
           END-IF.
           GOBACK.

       300-LER-PROXIMO-RESUMO.
           READ SALDOFOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF SF-SALDO-ABERTO > ZERO
                       PERFORM 350-ACUMULAR-FORNECEDOR
                   END-IF
           END-READ.

      *> O RESUMO JA TEM UMA LINHA POR FORNECEDOR COM O TOTAL DEVIDO;
      *> BASTA ABRIR UMA NOVA LINHA NA TABELA
       350-ACUMULAR-FORNECEDOR.
           IF WS-QTD-FORN < 500
               ADD 1 TO WS-QTD-FORN
               MOVE SF-CNPJ-FORN TO WS-FT-CNPJ(WS-QTD-FORN)
               MOVE SF-SALDO-ABERTO TO WS-FT-TOTAL(WS-QTD-FORN)
           END-IF.

      *> ORDENACAO POR SELECAO, DECRESCENTE POR VALOR DEVIDO
