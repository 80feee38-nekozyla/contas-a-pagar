               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 H-VALOR-MULTA       PIC 9(10)V99.
           05 H-APROVADOR-TITULAR PIC X(06).

       FD  CESSAO-FILE.
       01  CESSAO-REG.
           05 CS-CHAVE.
              10 CS-NUM-DOC       PIC 9(10).
              10 CS-CNPJ-FORN     PIC 9(14).
           05 CS-CNPJ-CESS        PIC 9(14).
           05 CS-NOME-CESS        PIC X(40).
           05 CS-BANCO            PIC X(03).
           05 CS-AGENCIA          PIC X(06).
           05 CS-CONTA            PIC X(12).
           05 CS-PIX              PIC X(40).
           05 CS-TIPO-PIX         PIC X(01).
           05 CS-BOLETO-CEDIDO    PIC X(01).
           05 CS-DATA-NOTIF       PIC 9(08).
           05 CS-SITUACAO         PIC X(01).
           05 CS-DATA-HORA-REG    PIC 9(14).
           05 CS-LINHA-DIGITAVEL  PIC X(47).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

           88 ARQUIVO-NAO-ENCONTRADO-HIST VALUE '35'.
       01 WS-STATUS-SPOOL        PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-CESSAO       PIC X(2).
           88 STATUS-OK-CS           VALUE '00'.
       01 WS-CESSAO-ABERTA       PIC X(01) VALUE 'N'.

       01 WS-NOME-SPOOL          PIC X(30).
       01 WS-DATA-HORA-SPOOL.
               MOVE 'S' TO WS-HIST-DISPONIVEL
           END-IF.

           MOVE 'N' TO WS-CESSAO-ABERTA.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTA
           END-IF.

           PERFORM 200-VALIDAR-FORNECEDOR.

           IF F-CNPJ NOT = ZERO
           IF WS-HIST-DISPONIVEL = 'S'
               CLOSE HISTPAGTO-FILE
           END-IF.
           IF WS-CESSAO-ABERTA = 'S'
               CLOSE CESSAO-FILE
           END-IF.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
                   DELIMITED BY SIZE INTO SPOOL-REG
           END-IF.
           WRITE SPOOL-REG.
           IF WE-TIPO(WS-I) = 'L'
               PERFORM 660-IMPRIMIR-CESSAO
           END-IF.

      *> TITULO CEDIDO NAO E MAIS DEVIDO AO FORNECEDOR: O EXTRATO
      *> MOSTRA A QUEM O DOCUMENTO FOI CEDIDO LOGO ABAIXO DO LANCAMENTO
       660-IMPRIMIR-CESSAO.
           IF WS-CESSAO-ABERTA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WE-NUM-DOC(WS-I) TO CS-NUM-DOC.
           MOVE F-CNPJ TO CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CS-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "           titulo cedido a " CS-NOME-CESS
                   " CNPJ " CS-CNPJ-CESS " (notificacao "
                   CS-DATA-NOTIF ")".
           MOVE SPACES TO SPOOL-REG.
           STRING "           titulo cedido a " CS-NOME-CESS
                  " CNPJ " CS-CNPJ-CESS " (notificacao "
                  CS-DATA-NOTIF ")"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO QUE ANTES SO APARECIA NA TELA DE QUEM ESTAVA NO
