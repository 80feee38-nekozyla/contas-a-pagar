               ALTERNATE RECORD KEY IS CH-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAHIST.

           SELECT SALDOFOR-FILE *> Resumo de saldo em aberto por fornecedor
               ASSIGN TO 'SALDOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CNPJ-FORN
               FILE STATUS IS WS-STATUS-SALDOFOR.

           SELECT SALDODOC-FILE *> Contas em aberto que compoem o resumo
               ASSIGN TO 'SALDODOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               ALTERNATE RECORD KEY IS SD-CHAVE-FORN-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS SD-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-SALDODOC.

           SELECT VERIFTMP-FILE *> Copia temporaria usada na reconstrucao
               ASSIGN TO 'VERIFTMP.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-VALOR-GERADO   PIC 9(12)V99.
           05 CT-COMPETENCIA-FIM PIC 9(06).
           05 CT-NUM-CONTRATO   PIC X(15).
           05 CT-PERC-CAUCAO    PIC 9(02)V99.

       FD  CONTAHIST-FILE.
       01  CONTAHIST-REG.
           05 CH-NATUREZA       PIC X(04).
           05 CH-CHAVE-NFE      PIC X(44).

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

       FD  SALDODOC-FILE.
       01  SALDODOC-REG.
           05 SD-CHAVE.
              10 SD-NUM-DOC       PIC 9(10).
              10 SD-CNPJ-FORN     PIC 9(14).
           05 SD-CHAVE-FORN-VENC.
              10 SD-CNPJ-VENC     PIC 9(14).
              10 SD-VENC-FORN     PIC 9(08).
           05 SD-DATA-VENC        PIC 9(08).
           05 SD-SITUACAO         PIC X(01).
           05 SD-SALDO            PIC 9(10)V99.

       FD  VERIFTMP-FILE.
       01  VERIFTMP-REG           PIC X(287).

           88 ARQUIVO-NAO-ENCONTRADO-CT VALUE '35'.
       01 WS-STATUS-VERIFTMP      PIC X(2).
           88 STATUS-OK-TMP          VALUE '00'.
       01 WS-STATUS-SALDOFOR      PIC X(2).
           88 STATUS-OK-SF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SF VALUE '35'.
       01 WS-STATUS-SALDODOC      PIC X(2).
           88 STATUS-OK-SD           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SD VALUE '35'.


      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT): EM
       01 WS-QTD-COPIADOS         PIC 9(06).
       01 WS-QTD-REGRAVADOS       PIC 9(06).

      *> CONFERENCIA DO RESUMO DE SALDO POR FORNECEDOR CONTRA O
      *> CONTAPAGAR; O RESUMO E DERIVADO, ENTAO NA RODADA NOTURNA A
      *> DIVERGENCIA JA E CORRIGIDA RECONSTRUINDO-O
       01 WS-QTD-DIVERG-SALDO     PIC 9(06).
       01 WS-QTD-ABERTAS          PIC 9(06).
       01 WS-QTD-SALDODOC         PIC 9(06).
       01 WS-QTD-RESUMO-ABERTAS   PIC 9(06).
       01 WS-VALOR-ITEM           PIC 9(10)V99.
       01 WS-FIM-DOC              PIC X(01).
       01 WS-SOMA-SALDO           PIC 9(12)V99.
       01 WS-SOMA-QTD             PIC 9(06).
       01 WS-SOMA-VENCIDO         PIC 9(12)V99.
       01 WS-SOMA-QTD-VENCIDO     PIC 9(06).
       01 WS-SOMA-VENC-ANTIGO     PIC 9(08).
       01 WS-SALDO-PARM.
           05 WS-SLD-PROGRAMA      PIC X(08) VALUE 'VERIFDAT'.
           05 WS-SLD-ARQUIVO       PIC X(12) VALUE SPACES.
           05 WS-SLD-OPERACAO      PIC X(01) VALUE 'R'.
           05 WS-SLD-IMAGEM        PIC X(290) VALUE SPACES.

       PROCEDURE DIVISION.
       100-INICIAR.
           IF WS-MODO-BATCH = 'S'
           PERFORM 360-VERIFICAR-CONTRATO.
           PERFORM 400-CRUZAR-CONTAS-FORNECEDOR.
           PERFORM 500-CRUZAR-HISTORICO-CONTAS.
           PERFORM 370-VERIFICAR-SALDO-FORN.

           DISPLAY "---------------------------------------------".
           IF WS-QTD-PROBLEMAS = ZERO
                   ADD 1 TO WS-QTD-REGISTROS
           END-READ.

      *> RESUMO DE SALDO POR FORNECEDOR: TODA CONTA EM ABERTO PRECISA
      *> ESTAR NO SALDODOC COM O MESMO SALDO, SITUACAO E VENCIMENTO, O
      *> SALDODOC NAO PODE TER LINHA A MAIS, E CADA RESUMO PRECISA BATER
      *> COM A SOMA DAS SUAS LINHAS (A DATA DO ULTIMO PAGAMENTO NAO E
      *> CONFERIDA; A RECONSTRUCAO A REFAZ PELO HISTORICO)
       370-VERIFICAR-SALDO-FORN.
           MOVE ZERO TO WS-QTD-DIVERG-SALDO WS-QTD-ABERTAS
                        WS-QTD-SALDODOC WS-QTD-RESUMO-ABERTAS.
           OPEN INPUT SALDOFOR-FILE.
           OPEN INPUT SALDODOC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SF OR ARQUIVO-NAO-ENCONTRADO-SD
               DISPLAY "SALDOFOR.DAT   : inexistente"
               CLOSE SALDOFOR-FILE
               CLOSE SALDODOC-FILE
               ADD 1 TO WS-QTD-PROBLEMAS
               PERFORM 379-CORRIGIR-SALDO-FORN
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-SF OR NOT STATUS-OK-SD
               DISPLAY "SALDOFOR.DAT   : DANIFICADO, status "
                       WS-STATUS-SALDOFOR " " WS-STATUS-SALDODOC
               CLOSE SALDOFOR-FILE
               CLOSE SALDODOC-FILE
               ADD 1 TO WS-QTD-PROBLEMAS
               PERFORM 379-CORRIGIR-SALDO-FORN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO CP-PRIMARY-KEY
               START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 372-CONFERIR-CONTA-ABERTA
                   UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE CONTAPAGAR-FILE.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO SD-CHAVE.
           START SALDODOC-FILE KEY IS GREATER THAN SD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 374-CONTAR-SALDODOC UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-QTD-SALDODOC NOT = WS-QTD-ABERTAS
               DISPLAY "SALDODOC.DAT tem " WS-QTD-SALDODOC
                       " linha(s) para " WS-QTD-ABERTAS
                       " conta(s) em aberto"
               ADD 1 TO WS-QTD-DIVERG-SALDO
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO SF-CNPJ-FORN.
           START SALDOFOR-FILE KEY IS GREATER THAN SF-CNPJ-FORN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 376-CONFERIR-RESUMO UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-QTD-RESUMO-ABERTAS NOT = WS-QTD-SALDODOC
               DISPLAY "Resumos somam " WS-QTD-RESUMO-ABERTAS
                       " conta(s) para " WS-QTD-SALDODOC
                       " linha(s) do SALDODOC"
               ADD 1 TO WS-QTD-DIVERG-SALDO
           END-IF.
           CLOSE SALDOFOR-FILE.
           CLOSE SALDODOC-FILE.

           DISPLAY "SALDOFOR.DAT   : " WS-QTD-ABERTAS
                   " conta(s) em aberto, " WS-QTD-DIVERG-SALDO
                   " divergencia(s)".
           IF WS-QTD-DIVERG-SALDO > ZERO
               ADD 1 TO WS-QTD-PROBLEMAS
               PERFORM 379-CORRIGIR-SALDO-FORN
           END-IF.

       372-CONFERIR-CONTA-ABERTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V' AND
                   CP-SITUACAO NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ABERTAS.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
           ELSE
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.
           MOVE CP-NUM-DOC TO SD-NUM-DOC.
           MOVE CP-CNPJ-FORN TO SD-CNPJ-FORN.
           READ SALDODOC-FILE
               INVALID KEY
                   DISPLAY "RESUMO: doc " CP-NUM-DOC
                           " em aberto fora do SALDODOC"
                   ADD 1 TO WS-QTD-DIVERG-SALDO
                   EXIT PARAGRAPH
           END-READ.
           IF SD-SALDO NOT = WS-VALOR-ITEM OR
                   SD-SITUACAO NOT = CP-SITUACAO OR
                   SD-DATA-VENC NOT = CP-DATA-VENC
               DISPLAY "RESUMO: doc " CP-NUM-DOC
                       " com saldo/situacao/vencimento diferente"
               ADD 1 TO WS-QTD-DIVERG-SALDO
           END-IF.

       374-CONTAR-SALDODOC.
           READ SALDODOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-SALDODOC
           END-READ.

       376-CONFERIR-RESUMO.
           READ SALDOFOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           ADD SF-QTD-ABERTO TO WS-QTD-RESUMO-ABERTAS.
           MOVE ZERO TO WS-SOMA-SALDO WS-SOMA-QTD WS-SOMA-VENCIDO
                        WS-SOMA-QTD-VENCIDO WS-SOMA-VENC-ANTIGO.
           MOVE SF-CNPJ-FORN TO SD-CNPJ-VENC.
           MOVE ZERO TO SD-VENC-FORN.
           MOVE 'N' TO WS-FIM-DOC.
           START SALDODOC-FILE KEY IS GREATER THAN OR EQUAL TO
                   SD-CHAVE-FORN-VENC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DOC
           END-START.
           PERFORM 378-SOMAR-DOC-FORN UNTIL WS-FIM-DOC = 'Y'.
           IF WS-SOMA-SALDO NOT = SF-SALDO-ABERTO OR
                   WS-SOMA-QTD NOT = SF-QTD-ABERTO OR
                   WS-SOMA-VENCIDO NOT = SF-SALDO-VENCIDO OR
                   WS-SOMA-QTD-VENCIDO NOT = SF-QTD-VENCIDO OR
                   WS-SOMA-VENC-ANTIGO NOT = SF-VENC-MAIS-ANTIGO
               DISPLAY "RESUMO: fornecedor " SF-CNPJ-FORN
                       " nao bate com as contas em aberto"
               ADD 1 TO WS-QTD-DIVERG-SALDO
           END-IF.

       378-SOMAR-DOC-FORN.
           READ SALDODOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DOC
                   EXIT PARAGRAPH
           END-READ.
           IF SD-CNPJ-VENC NOT = SF-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-DOC
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOMA-VENC-ANTIGO = ZERO
               MOVE SD-VENC-FORN TO WS-SOMA-VENC-ANTIGO
           END-IF.
           ADD SD-SALDO TO WS-SOMA-SALDO.
           ADD 1 TO WS-SOMA-QTD.
           IF SD-SITUACAO = 'V'
               ADD SD-SALDO TO WS-SOMA-VENCIDO
               ADD 1 TO WS-SOMA-QTD-VENCIDO
           END-IF.

      *> NA RODADA NOTURNA O RESUMO E RECONSTRUIDO NA HORA (E SO
      *> DERIVADO DO CONTAPAGAR E DO HISTPAGTO, NADA SE PERDE); NA TELA
      *> O OPERADOR E ORIENTADO A USAR A RECONSTRUCAO
       379-CORRIGIR-SALDO-FORN.
           IF WS-MODO-BATCH = 'S'
               CALL 'SALDOFOR' USING WS-SALDO-PARM
           ELSE
               DISPLAY "Use R, opcao 4, para reconstruir o resumo de "
                       "saldo por fornecedor."
           END-IF.

      *> CRUZAMENTO: CADA CONTA APONTA PARA UM FORNECEDOR CADASTRADO?
       400-CRUZAR-CONTAS-FORNECEDOR.
           OPEN INPUT CONTAPAGAR-FILE.
           DISPLAY "1 - CONTAPAGAR.DAT".
           DISPLAY "2 - FORNECEDOR.DAT".
           DISPLAY "3 - HISTPAGTO.DAT".
           DISPLAY "4 - SALDOFOR.DAT (resumo de saldo por fornecedor)".
           DISPLAY "Escolha (0 cancela): " WITH NO ADVANCING.
           ACCEPT WS-OPCAO-ARQUIVO.
           IF WS-OPCAO-ARQUIVO < 1 OR WS-OPCAO-ARQUIVO > 4
               DISPLAY "Reconstrucao cancelada."
               EXIT PARAGRAPH
           END-IF.
      *> O RESUMO NAO TEM REGISTRO PROPRIO A SALVAR: E REFEITO DIRETO
      *> DO CONTAPAGAR E DO HISTPAGTO
           IF WS-OPCAO-ARQUIVO = 4
               CALL 'SALDOFOR' USING WS-SALDO-PARM
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ATENCAO: o arquivo sera recriado a partir dos "
                   "registros legiveis.".
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE VERIFTMP-REG(1:195) TO FORNECEDOR-REG
                   WRITE FORNECEDOR-REG
                       INVALID KEY
                           DISPLAY "AVISO: chave duplicada ignorada na "
