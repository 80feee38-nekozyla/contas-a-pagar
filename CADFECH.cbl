               RECORD KEY IS FC-ANO-MES
               FILE STATUS IS WS-STATUS-FECHCOMP.

           SELECT CHKFECH-FILE *> Tarefas padrao do checklist de fechamento
               ASSIGN TO 'CHKFECH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CODIGO
               FILE STATUS IS WS-STATUS-CHKFECH.

           SELECT FECHTAR-FILE *> Situacao de cada tarefa por competencia
               ASSIGN TO 'FECHTAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-STATUS-FECHTAR.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHCOMP-FILE.
           05 FC-ANO-MES       PIC 9(06).
           05 FC-DATA-FECHAMENTO PIC 9(08).

      *> CHECKLIST DE FECHAMENTO MANTIDO PELO CHKFECH
       FD  CHKFECH-FILE.
       01  CHKFECH-REG.
           05 CK-CODIGO        PIC X(08).
           05 CK-DESCRICAO     PIC X(40).
           05 CK-RESPONSAVEL   PIC X(10).
           05 CK-VERIFICACAO   PIC X(08).
           05 CK-ATIVA         PIC X(01).

       FD  FECHTAR-FILE.
       01  FECHTAR-REG.
           05 FT-CHAVE.
              10 FT-ANO-MES    PIC 9(06).
              10 FT-CODIGO     PIC X(08).
           05 FT-DESCRICAO     PIC X(40).
           05 FT-RESPONSAVEL   PIC X(10).
           05 FT-SITUACAO      PIC X(01).
           05 FT-USUARIO       PIC X(10).
           05 FT-DATA-HORA     PIC 9(14).
           05 FT-MOTIVO        PIC X(60).
           05 FT-EVIDENCIA     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FECHCOMP      PIC X(2).
           88 STATUS-OK-FC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FC VALUE '35'.
       01 WS-STATUS-CHKFECH       PIC X(2).
           88 STATUS-OK-CK           VALUE '00'.
       01 WS-STATUS-FECHTAR       PIC X(2).
           88 STATUS-OK-FT           VALUE '00'.

       01 WS-QTD-TAREFAS          PIC 9(03).
       01 WS-QTD-PENDENTES        PIC 9(03).
       01 WS-FT-ABERTO            PIC X(01) VALUE 'N'.

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
           DISPLAY "Digite a Competencia a fechar (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT FC-ANO-MES.
           PERFORM 350-CONFERIR-CHECKLIST.
           IF WS-QTD-TAREFAS = ZERO OR WS-QTD-PENDENTES > ZERO
               DISPLAY "Fechamento recusado: todas as tarefas do "
                       "checklist precisam estar assinadas ou dispensadas."
               CLOSE FECHCOMP-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma o fechamento de " FC-ANO-MES "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           END-WRITE.
           CLOSE FECHCOMP-FILE.

      *> CADA TAREFA ATIVA DO CHECKLIST PRECISA TER, NA COMPETENCIA,
      *> LINHA ASSINADA OU DISPENSADA NO FECHTAR; SEM NENHUMA TAREFA
      *> CADASTRADA O MES TAMBEM NAO FECHA (O CHECKLIST NAO FOI ABERTO)
       350-CONFERIR-CHECKLIST.
           MOVE ZERO TO WS-QTD-TAREFAS WS-QTD-PENDENTES.
           OPEN INPUT CHKFECH-FILE.
           IF NOT STATUS-OK-CK
               DISPLAY "AVISO: checklist de fechamento nao configurado "
                       "(opcao do checklist no menu)."
               CLOSE CHKFECH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FT-ABERTO.
           OPEN INPUT FECHTAR-FILE.
           IF STATUS-OK-FT
               MOVE 'S' TO WS-FT-ABERTO
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CK-CODIGO.
           START CHKFECH-FILE KEY IS GREATER THAN CK-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 360-CONFERIR-TAREFA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FECHTAR-FILE.
           CLOSE CHKFECH-FILE.

       360-CONFERIR-TAREFA.
           READ CHKFECH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CK-ATIVA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-TAREFAS.
           MOVE 'P' TO FT-SITUACAO.
           IF WS-FT-ABERTO = 'S'
               MOVE FC-ANO-MES TO FT-ANO-MES
               MOVE CK-CODIGO TO FT-CODIGO
               READ FECHTAR-FILE
                   INVALID KEY
                       MOVE 'P' TO FT-SITUACAO
               END-READ
           END-IF.
           IF FT-SITUACAO NOT = 'A' AND FT-SITUACAO NOT = 'D'
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY "Pendente: " CK-CODIGO " " CK-DESCRICAO
           END-IF.

       400-REABRIR-COMPETENCIA.
           DISPLAY "--- Reabertura de Competencia ---".
           OPEN I-O FECHCOMP-FILE.
