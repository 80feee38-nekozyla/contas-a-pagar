               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT SALDOFOR-FILE *> Resumo de saldo em aberto por fornecedor
               ASSIGN TO 'SALDOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CNPJ-FORN
               FILE STATUS IS WS-STATUS-SALDOFOR.

           SELECT FORNBANCO-FILE *> Dados bancarios/chave PIX do fornecedor
               ASSIGN TO 'FORNBANCO.DAT'
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

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

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FORN VALUE '35'.
       01 WS-STATUS-SALDOFOR       PIC X(2).
          88 STATUS-OK-SF           VALUE '00'.
       01 WS-STATUS-FORNBANCO      PIC X(2).
          88 STATUS-OK-BANCO        VALUE '00'.
       01 WS-STATUS-TERMOS         PIC X(2).
       01 WS-FALTAS                PIC X(90).
       01 WS-FALTAS-PTR            PIC 9(03).

      *> TIPOS DE TRIBUTO CONFERIDOS EM TAXARET.DAT
       01 WS-RET-TIPOS-INIT        PIC X(16) VALUE 'IRRFINSSISS CSRF'.
       01 WS-RET-TIPOS-TAB REDEFINES WS-RET-TIPOS-INIT.
           05 WS-RET-TIPO          PIC X(04) OCCURS 4 TIMES.
       01 WS-RET-IDX               PIC 9(01).
       01 WS-TEM-RETENCAO          PIC X(01).

                       "Status: " WS-STATUS-SPOOL
           END-IF.

      *> O FILTRO "SO QUEM TEM CONTA EM ABERTO" CONSULTA O RESUMO POR
      *> FORNECEDOR, SEM VARRER O CONTAPAGAR
           IF WS-SO-COM-ABERTO = 'S'
               OPEN INPUT SALDOFOR-FILE
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           CLOSE FORNBANCO-FILE.
           CLOSE TERMOS-FILE.
           CLOSE TAXARET-FILE.
           IF WS-SO-COM-ABERTO = 'S'
               CLOSE SALDOFOR-FILE
           END-IF.

           DISPLAY "Fornecedores com pendencia de cadastro: "
                   WS-QTD-COM-FALTA.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMO-FORNECEDOR.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
           IF WS-SO-COM-ABERTO = 'S'
               MOVE 'N' TO WS-TEM-ABERTO
               PERFORM 310-PROCURAR-NO-FILTRO
               IF WS-TEM-ABERTO = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       310-PROCURAR-NO-FILTRO.
           MOVE F-CNPJ TO SF-CNPJ-FORN.
           READ SALDOFOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SF-QTD-ABERTO > ZERO
                       MOVE 'S' TO WS-TEM-ABERTO
                   END-IF
           END-READ.

       320-ANOTAR-FALTA-EMAIL.
           STRING "e-mail (lembrete); " DELIMITED BY SIZE
           END-IF.
           MOVE 'N' TO WS-TEM-RETENCAO.
           PERFORM 360-PROCURAR-ALIQUOTA
               VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4.
           IF WS-TEM-RETENCAO = 'N'
               STRING "aliquotas de retencao; " DELIMITED BY SIZE
                   INTO WS-FALTAS WITH POINTER WS-FALTAS-PTR
