               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT PENHMOV-FILE *> Depositos judiciais amarrados ao lancamento
               ASSIGN TO 'PENHMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENHMOV.

           SELECT COMPROV-FILE *> Documento do comprovante, uma pagina por pagamento
               ASSIGN TO WS-NOME-COMPROV
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  PENHMOV-FILE.
       01  PENHMOV-REG.
           05 PM-DATA-HORA        PIC 9(14).
           05 PM-CNPJ             PIC 9(14).
           05 PM-PROCESSO         PIC X(25).
           05 PM-TIPO             PIC X(01).
           05 PM-VALOR            PIC 9(10)V99.
           05 PM-NUM-DOC          PIC 9(10).
           05 PM-SEQ-HIST         PIC 9(04).

       FD  COMPROV-FILE.
       01  COMPROV-REG            PIC X(80).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-COMPROV       PIC X(2).
           88 STATUS-OK-COMP         VALUE '00'.
       01 WS-STATUS-PENHMOV       PIC X(2).
           88 STATUS-OK-PM           VALUE '00'.

       01 WS-NOME-COMPROV         PIC X(30).
       01 WS-PAUSA                PIC X(01).
       01 WS-NUM-DOC-ALVO         PIC 9(10).
       01 WS-MAIOR-SEQ            PIC 9(04).

      *> DESVIO DE PENHORA JUDICIAL DO PAGAMENTO: LANCAMENTO 'PENHORA'
      *> GRAVADO LOGO DEPOIS DELE, ANTES DO PROXIMO PAGAMENTO DO
      *> DOCUMENTO; O DETALHE POR PROCESSO VEM DE PENHMOV.DAT
       01 WS-HIST-SALVO           PIC X(128).
       01 WS-SEQ-PAGTO            PIC 9(04).
       01 WS-PENH-SEQ             PIC 9(04).
       01 WS-PENH-VALOR           PIC S9(10)V99.
       01 WS-FIM-PENH             PIC X(01).

       PROCEDURE DIVISION.
      *> EMITE (OU REEMITE) O COMPROVANTE DE UM PAGAMENTO JA GRAVADO NO
      *> HISTORICO, IDENTIFICADO PELO NUMERO DO DOCUMENTO E SEQUENCIA
                   CLOSE HISTPAGTO-FILE
                   GOBACK
           END-READ.
           MOVE HIST-REG TO WS-HIST-SALVO.
           PERFORM 220-BUSCAR-DESVIO-PENHORA.
           MOVE WS-HIST-SALVO TO HIST-REG.
           CLOSE HISTPAGTO-FILE.

           OPEN INPUT CONTAPAGAR-FILE.
                   IF H-NUM-DOC NOT = WS-NUM-DOC-ALVO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF H-METODO-PGTO NOT = 'ADIANT' AND
                               H-METODO-PGTO NOT = 'NOTACRED' AND
                               H-METODO-PGTO NOT = 'PENHORA' AND
                               H-METODO-PGTO(1:7) NOT = 'VARCAMB'
                           MOVE H-SEQ TO WS-MAIOR-SEQ
                       END-IF
                   END-IF
           END-READ.

       220-BUSCAR-DESVIO-PENHORA.
           MOVE ZERO TO WS-PENH-SEQ.
           MOVE ZERO TO WS-PENH-VALOR.
           MOVE H-SEQ TO WS-SEQ-PAGTO.
           MOVE H-NUM-DOC TO WS-NUM-DOC-ALVO.
           MOVE 'N' TO WS-FIM-PENH.
           START HISTPAGTO-FILE KEY IS EQUAL TO H-NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-PENH
           END-START.
           PERFORM 230-LER-LANCAMENTO-SEGUINTE UNTIL WS-FIM-PENH = 'Y'.

      *> SO OS OFFSETS QUE VEM DEPOIS DO PAGAMENTO E ANTES DO PROXIMO
      *> LANCAMENTO DE CAIXA PERTENCEM A ELE
       230-LER-LANCAMENTO-SEGUINTE.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-PENH
               NOT AT END
                   IF H-NUM-DOC NOT = WS-NUM-DOC-ALVO
                       MOVE 'Y' TO WS-FIM-PENH
                   ELSE
                       IF H-SEQ > WS-SEQ-PAGTO
                           IF H-METODO-PGTO = 'PENHORA'
                               MOVE H-SEQ TO WS-PENH-SEQ
                               MOVE H-VALOR-PAGO TO WS-PENH-VALOR
                               MOVE 'Y' TO WS-FIM-PENH
                           ELSE
                               IF H-METODO-PGTO NOT = 'ADIANT' AND
                                       H-METODO-PGTO NOT = 'NOTACRED' AND
                                       H-METODO-PGTO(1:7) NOT = 'VARCAMB'
                                   MOVE 'Y' TO WS-FIM-PENH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           STRING "Conta pagadora: " H-CONTA-EMPRESA
               DELIMITED BY SIZE INTO COMPROV-REG.
           WRITE COMPROV-REG.
           IF WS-PENH-VALOR > ZERO
               PERFORM 350-IMPRIMIR-PENHORA
           END-IF.
           MOVE "=============================================="
               TO COMPROV-REG.
           WRITE COMPROV-REG.
                   "  Data Pgto: " H-DATA-PGTO.
           DISPLAY "Valor pago : " H-VALOR-PAGO
                   "  Metodo: " H-METODO-PGTO.
           IF WS-PENH-VALOR > ZERO
               DISPLAY "Penhora judicial depositada em juizo: "
                       WS-PENH-VALOR
           END-IF.

      *> O VALOR DESVIADO PARA DEPOSITO JUDICIAL, COM O PROCESSO DE
      *> CADA ORDEM ATENDIDA, PARA O FORNECEDOR ENTENDER POR QUE RECEBEU
      *> MENOS QUE O LIQUIDO
       350-IMPRIMIR-PENHORA.
           MOVE SPACES TO COMPROV-REG.
           STRING "Penhora judicial: " WS-PENH-VALOR
                  " depositado em juizo (lancto " WS-PENH-SEQ ")"
               DELIMITED BY SIZE INTO COMPROV-REG.
           WRITE COMPROV-REG.
           OPEN INPUT PENHMOV-FILE.
           IF STATUS-OK-PM
               MOVE 'N' TO WS-FIM-PENH
               PERFORM 360-LER-DEPOSITO-JUDICIAL UNTIL WS-FIM-PENH = 'Y'
           END-IF.
           CLOSE PENHMOV-FILE.

       360-LER-DEPOSITO-JUDICIAL.
           READ PENHMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-PENH
               NOT AT END
                   IF PM-TIPO = 'D' AND PM-NUM-DOC = H-NUM-DOC AND
                           PM-SEQ-HIST = WS-PENH-SEQ
                       MOVE SPACES TO COMPROV-REG
                       STRING "  Processo " PM-PROCESSO " valor "
                              PM-VALOR
                           DELIMITED BY SIZE INTO COMPROV-REG
                       WRITE COMPROV-REG
                   END-IF
           END-READ.
