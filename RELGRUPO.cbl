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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
           05 WS-DHE-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-STATUS-SALDOFOR      PIC X(2).
           88 STATUS-OK-SF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SF VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-RAIZ-CORRENTE        PIC 9(08).

      *> EXPOSICAO POR GRUPO ECONOMICO: FILIAIS DE UMA MESMA EMPRESA
              10 WS-GRP-MEM-QTD   PIC 9(02).
              10 WS-GRP-MEMBRO    PIC 9(14) OCCURS 20 TIMES.
       01 WS-MEM-IDX              PIC 9(02).

      *> APOIO DA ORDENACAO POR TOTAL DECRESCENTE (TROCA DIRETA,
      *> MESMO ESTILO DO RELTOPFN)
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
           PERFORM 200-LER-PROXIMO-RESUMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE SALDOFOR-FILE.

           IF WS-GRP-QTD = ZERO
               DISPLAY "Nenhuma conta em aberto encontrada."
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMO-RESUMO.
           READ SALDOFOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF SF-SALDO-ABERTO > ZERO
                       PERFORM 300-ACUMULAR-NO-GRUPO
                   END-IF
           END-READ.

      *> O RESUMO TRAZ UMA LINHA POR CNPJ, JA COM O SALDO EM ABERTO E A
      *> PARTE VENCIDA; CADA CNPJ ENTRA UMA VEZ COMO MEMBRO DO GRUPO
       300-ACUMULAR-NO-GRUPO.
           MOVE SF-CNPJ-FORN(1:8) TO WS-RAIZ-CORRENTE.

           MOVE ZERO TO WS-GRP-ACHOU-IDX.
           PERFORM 350-PROCURAR-GRUPO
                   MOVE WS-GRP-QTD TO WS-GRP-ACHOU-IDX
               ELSE
                   DISPLAY "AVISO: mais de 300 grupos; CNPJ "
                           SF-CNPJ-FORN " ignorado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD SF-SALDO-ABERTO TO WS-GRP-TOTAL(WS-GRP-ACHOU-IDX).
           ADD SF-SALDO-VENCIDO TO WS-GRP-VENCIDO(WS-GRP-ACHOU-IDX).

           IF WS-GRP-MEM-QTD(WS-GRP-ACHOU-IDX) < 20
               ADD 1 TO WS-GRP-MEM-QTD(WS-GRP-ACHOU-IDX)
               MOVE SF-CNPJ-FORN TO
                   WS-GRP-MEMBRO(WS-GRP-ACHOU-IDX,
                       WS-GRP-MEM-QTD(WS-GRP-ACHOU-IDX))
           END-IF.
               MOVE WS-GRP-IDX TO WS-GRP-ACHOU-IDX
           END-IF.

      *> ORDENACAO POR TOTAL DECRESCENTE, TROCANDO OS ITENS INTEIROS
       400-ORDENAR-GRUPOS.
           PERFORM 450-PASSADA-ORDENACAO
