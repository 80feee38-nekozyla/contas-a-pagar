               RECORD KEY IS NT-CHAVE
               FILE STATUS IS WS-STATUS-NOTAS.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAPAGAR-FILE.
           05 NT-USUARIO        PIC X(10).
           05 NT-TEXTO          PIC X(70).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-CONTAHIST     PIC X(2).
           88 STATUS-OK-CH           VALUE '00'.
       01 WS-ARQMORTO-ABERTO      PIC X(01) VALUE 'N'.
      *> TITULO CEDIDO (CADCESS) APARECE JUNTO DA CONTA
       01 WS-STATUS-CESSAO        PIC X(2).
           88 STATUS-OK-CS           VALUE '00'.
       01 WS-CESSAO-ABERTA        PIC X(01) VALUE 'N'.
       01 WS-NO-ARQMORTO          PIC X(01) VALUE 'N'.

       01 WS-OPCAO                PIC X(01).
           IF STATUS-OK-CH
               MOVE 'S' TO WS-ARQMORTO-ABERTO
           END-IF.
           MOVE 'N' TO WS-CESSAO-ABERTA.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTA
           END-IF.

      *> SEGUNDA PASSADA DAS BUSCAS DE FILTRO LIVRE, AGORA SOBRE O
      *> ARQUIVO MORTO: O REGISTRO ANTIGO VAI PARA A AREA DE CONTA-REG
           IF CP-CAMINHO-ANEXO NOT = SPACES
               DISPLAY "Anexo: " CP-CAMINHO-ANEXO
           END-IF.
           PERFORM 605-MOSTRAR-CESSAO.

       605-MOSTRAR-CESSAO.
           IF WS-CESSAO-ABERTA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO CS-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CS-SITUACAO = 'A'
               DISPLAY "*** TITULO CEDIDO a " CS-CNPJ-CESS " "
                       CS-NOME-CESS
               DISPLAY "    notificacao " CS-DATA-NOTIF
                       " -- pagar somente ao cessionario"
           ELSE
               DISPLAY "Cessao a " CS-CNPJ-CESS " cancelada "
                       "(notificacao " CS-DATA-NOTIF ")"
           END-IF.

       650-ENCERRAR-BUSCA.
           CLOSE CONTAPAGAR-FILE.
               CLOSE CONTAHIST-FILE
               MOVE 'N' TO WS-ARQMORTO-ABERTO
           END-IF.
           IF WS-CESSAO-ABERTA = 'S'
               CLOSE CESSAO-FILE
               MOVE 'N' TO WS-CESSAO-ABERTA
           END-IF.
           DISPLAY "-----------------------------------------------".
           DISPLAY "Contas encontradas: " WS-QTD-ENCONTRADAS.
           IF WS-QTD-ENCONTRADAS > ZERO
