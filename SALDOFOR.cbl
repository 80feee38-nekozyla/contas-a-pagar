       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOFOR.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

       DATA DIVISION.
       FILE SECTION.
      *> UM REGISTRO POR FORNECEDOR COM O QUE OS RELATORIOS E A TRAVA
      *> DE LIMITE DO LANCCONT PRECISAM SEM VARRER O CONTAPAGAR: SALDO
      *> E QUANTIDADE EM ABERTO (SITUACAO A/V/E), A PARTE JA MARCADA
      *> COMO VENCIDA, O VENCIMENTO MAIS ANTIGO EM ABERTO E A DATA DO
      *> ULTIMO PAGAMENTO
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

      *> UMA LINHA POR CONTA EM ABERTO, COM O VALOR QUE ELA ESTA
      *> CONTRIBUINDO PARA O RESUMO: E O QUE PERMITE DESCONTAR A
      *> CONTRIBUICAO ANTIGA QUANDO SO A IMAGEM NOVA CHEGA, E ACHAR O
      *> NOVO VENCIMENTO MAIS ANTIGO QUANDO O MAIS ANTIGO E PAGO
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

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 CP-PRIMARY-KEY.
              10 CP-NUM-DOC    PIC 9(10).
              10 CP-CNPJ-FORN  PIC 9(14).
           05 CP-DATA-EMISSAO  PIC 9(08).
           05 CP-DATA-VENC     PIC 9(08).
           05 CP-VALOR         PIC 9(10)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-DATA-PGTO     PIC 9(08).
           05 CP-NUM-PARCELA   PIC 9(02).
           05 CP-QTD-PARCELAS  PIC 9(02).
           05 CP-CENTRO-CUSTO  PIC X(06).
           05 CP-SALDO         PIC 9(10)V99.
           05 CP-FILIAL        PIC X(04).
           05 CP-MOEDA          PIC X(03).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-CAMINHO-ANEXO  PIC X(80).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-LINHA-DIGITAVEL PIC X(47).
           05 CP-NATUREZA       PIC X(04).
           05 CP-CHAVE-NFE      PIC X(44).

       FD  HISTPAGTO-FILE.
       01  HIST-REG.
           05 H-PRIMARY-KEY.
              10 H-NUM-DOC     PIC 9(10).
              10 H-SEQ         PIC 9(04).
           05 H-CNPJ-FORN      PIC 9(14).
           05 H-DATA-PGTO      PIC 9(08).
           05 H-VALOR-ORIGINAL PIC S9(10)V99.
           05 H-VALOR-PAGO     PIC S9(10)V99.
           05 H-METODO-PGTO    PIC X(10).
           05 H-APROVADOR      PIC X(06).
           05 H-CONTA-EMPRESA  PIC X(04).
           05 H-VALOR-DESCONTO PIC 9(10)V99.
           05 H-NUM-CHEQUE     PIC 9(06).
           05 H-VALOR-JUROS    PIC 9(10)V99.
           05 H-VALOR-MULTA    PIC 9(10)V99.
           05 H-APROVADOR-TITULAR PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SALDOFOR      PIC X(2).
           88 STATUS-OK-SF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SF VALUE '35'.
       01 WS-STATUS-SALDODOC      PIC X(2).
           88 STATUS-OK-SD           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SD VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-HISTPAGTO     PIC X(2).
           88 STATUS-OK-HIST         VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-HIST VALUE '35'.

      *> IMAGEM RECEBIDA, VISTA COMO CONTA OU COMO LANCAMENTO DE
      *> HISTORICO CONFORME O ARQUIVO INFORMADO
       01 WS-IMAGEM               PIC X(290).
       01 WS-IMG-CONTA REDEFINES WS-IMAGEM.
           05 WS-IC-NUM-DOC       PIC 9(10).
           05 WS-IC-CNPJ-FORN     PIC 9(14).
           05 WS-IC-DATA-EMISSAO  PIC 9(08).
           05 WS-IC-DATA-VENC     PIC 9(08).
           05 WS-IC-VALOR         PIC 9(10)V99.
           05 WS-IC-SITUACAO      PIC X(01).
           05 WS-IC-DATA-PGTO     PIC 9(08).
           05 FILLER              PIC X(10).
           05 WS-IC-SALDO         PIC 9(10)V99.
           05 FILLER              PIC X(207).
       01 WS-IMG-HIST REDEFINES WS-IMAGEM.
           05 WS-IH-NUM-DOC       PIC 9(10).
           05 WS-IH-SEQ           PIC 9(04).
           05 WS-IH-CNPJ-FORN     PIC 9(14).
           05 WS-IH-DATA-PGTO     PIC 9(08).
           05 WS-IH-VALOR-ORIGINAL PIC S9(10)V99.
           05 WS-IH-VALOR-PAGO    PIC S9(10)V99.
           05 FILLER              PIC X(230).

       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-FIM-LEITURA          PIC X(01).
       01 WS-NOVO-ABERTO          PIC X(01).
       01 WS-NOVO-SALDO           PIC 9(10)V99.
       01 WS-ANTIGO-EXISTE        PIC X(01).
       01 WS-SF-EXISTE            PIC X(01).
       01 WS-CNPJ-TRABALHO        PIC 9(14).
       01 WS-DATA-PGTO-TRABALHO   PIC 9(08).
       01 WS-QTD-CONTAS           PIC 9(06).
       01 WS-QTD-FORN             PIC 9(06).

       LINKAGE SECTION.
      *> MESMA AREA DE CHAMADA DO JORNAL: O PROGRAMA GRAVADOR CHAMA
      *> 'SALDOFOR' LOGO DEPOIS DO 'JORNAL', COM O MESMO ARQUIVO,
      *> OPERACAO E IMAGEM. SO CONTAPAGAR E HISTPAGTO INTERESSAM; O
      *> RESTO E IGNORADO. DUAS OPERACOES A MAIS, SEM IMAGEM:
      *> 'R' RECONSTROI OS DOIS ARQUIVOS A PARTIR DO CONTAPAGAR E DO
      *> HISTPAGTO (VERIFDAT, RESTAURA); 'M' MONTA SO SE AINDA NAO
      *> EXISTIREM (ENTRADA DO MENU)
       01  LNK-SALDO-PARM.
           05 LNK-PROGRAMA      PIC X(08).
           05 LNK-ARQUIVO       PIC X(12).
           05 LNK-OPERACAO      PIC X(01).
           05 LNK-IMAGEM        PIC X(290).

       PROCEDURE DIVISION USING LNK-SALDO-PARM.
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           EVALUATE TRUE
               WHEN LNK-OPERACAO = 'R'
                   PERFORM 500-RECONSTRUIR
               WHEN LNK-OPERACAO = 'M'
                   PERFORM 450-MONTAR-SE-FALTAR
               WHEN LNK-ARQUIVO = 'CONTAPAGAR'
                   MOVE LNK-IMAGEM TO WS-IMAGEM
                   PERFORM 200-ATUALIZAR-POR-CONTA
               WHEN LNK-ARQUIVO = 'HISTPAGTO'
                   MOVE LNK-IMAGEM TO WS-IMAGEM
                   PERFORM 300-ATUALIZAR-POR-HIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *> ENQUANTO O RESUMO NAO FOR MONTADO (ARQUIVOS INEXISTENTES) NAO
      *> HA O QUE MANTER: CRIAR AQUI SO COM ESTA CONTA DARIA UM RESUMO
      *> ERRADO. QUALQUER FALHA E SO AVISO -- A GRAVACAO DE NEGOCIO JA
      *> ACONTECEU E O VERIFDAT ACUSA E RECONSTROI A DIVERGENCIA
       200-ATUALIZAR-POR-CONTA.
           OPEN I-O SALDODOC-FILE.
           IF NOT STATUS-OK-SD
               CLOSE SALDODOC-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SALDOFOR-FILE.
           IF NOT STATUS-OK-SF
               CLOSE SALDOFOR-FILE
               CLOSE SALDODOC-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-NOVO-ABERTO.
           IF LNK-OPERACAO NOT = 'E' AND
                   (WS-IC-SITUACAO = 'A' OR WS-IC-SITUACAO = 'V' OR
                    WS-IC-SITUACAO = 'E')
               MOVE 'S' TO WS-NOVO-ABERTO
           END-IF.
           IF WS-IC-SALDO = ZERO
               MOVE WS-IC-VALOR TO WS-NOVO-SALDO
           ELSE
               MOVE WS-IC-SALDO TO WS-NOVO-SALDO
           END-IF.

           MOVE WS-IC-NUM-DOC TO SD-NUM-DOC.
           MOVE WS-IC-CNPJ-FORN TO SD-CNPJ-FORN.
           MOVE 'S' TO WS-ANTIGO-EXISTE.
           READ SALDODOC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ANTIGO-EXISTE
           END-READ.

           MOVE ZERO TO WS-DATA-PGTO-TRABALHO.
           IF WS-IC-SITUACAO = 'P' AND LNK-OPERACAO NOT = 'E'
               MOVE WS-IC-DATA-PGTO TO WS-DATA-PGTO-TRABALHO
           END-IF.

           IF WS-ANTIGO-EXISTE = 'N' AND WS-NOVO-ABERTO = 'N' AND
                   WS-DATA-PGTO-TRABALHO = ZERO
               CLOSE SALDOFOR-FILE
               CLOSE SALDODOC-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IC-CNPJ-FORN TO WS-CNPJ-TRABALHO.
           PERFORM 250-LER-RESUMO.

           IF WS-ANTIGO-EXISTE = 'S'
               SUBTRACT SD-SALDO FROM SF-SALDO-ABERTO
               SUBTRACT 1 FROM SF-QTD-ABERTO
               IF SD-SITUACAO = 'V'
                   SUBTRACT SD-SALDO FROM SF-SALDO-VENCIDO
                   SUBTRACT 1 FROM SF-QTD-VENCIDO
               END-IF
               DELETE SALDODOC-FILE
                   INVALID KEY
                       DISPLAY "AVISO: resumo do fornecedor nao "
                               "atualizado. Status: " WS-STATUS-SALDODOC
               END-DELETE
           END-IF.

           IF WS-NOVO-ABERTO = 'S'
               MOVE WS-IC-NUM-DOC TO SD-NUM-DOC
               MOVE WS-IC-CNPJ-FORN TO SD-CNPJ-FORN SD-CNPJ-VENC
               MOVE WS-IC-DATA-VENC TO SD-VENC-FORN SD-DATA-VENC
               MOVE WS-IC-SITUACAO TO SD-SITUACAO
               MOVE WS-NOVO-SALDO TO SD-SALDO
               WRITE SALDODOC-REG
                   INVALID KEY
                       DISPLAY "AVISO: resumo do fornecedor nao "
                               "atualizado. Status: " WS-STATUS-SALDODOC
               END-WRITE
               ADD WS-NOVO-SALDO TO SF-SALDO-ABERTO
               ADD 1 TO SF-QTD-ABERTO
               IF WS-IC-SITUACAO = 'V'
                   ADD WS-NOVO-SALDO TO SF-SALDO-VENCIDO
                   ADD 1 TO SF-QTD-VENCIDO
               END-IF
           END-IF.

           PERFORM 270-ACHAR-VENC-MAIS-ANTIGO.
           IF WS-DATA-PGTO-TRABALHO > SF-DATA-ULT-PGTO
               MOVE WS-DATA-PGTO-TRABALHO TO SF-DATA-ULT-PGTO
           END-IF.
           PERFORM 260-GRAVAR-RESUMO.
           CLOSE SALDOFOR-FILE.
           CLOSE SALDODOC-FILE.

      *> LE O RESUMO DO FORNECEDOR EM WS-CNPJ-TRABALHO; SE AINDA NAO
      *> EXISTE, COMECA ZERADO
       250-LER-RESUMO.
           MOVE WS-CNPJ-TRABALHO TO SF-CNPJ-FORN.
           MOVE 'S' TO WS-SF-EXISTE.
           READ SALDOFOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SF-EXISTE
                   INITIALIZE SALDOFOR-REG
                   MOVE WS-CNPJ-TRABALHO TO SF-CNPJ-FORN
           END-READ.

       260-GRAVAR-RESUMO.
           MOVE WS-DATA-HOJE TO SF-DATA-ATUALIZACAO.
           IF WS-SF-EXISTE = 'S'
               REWRITE SALDOFOR-REG
                   INVALID KEY
                       DISPLAY "AVISO: resumo do fornecedor nao "
                               "atualizado. Status: " WS-STATUS-SALDOFOR
               END-REWRITE
           ELSE
               WRITE SALDOFOR-REG
                   INVALID KEY
                       DISPLAY "AVISO: resumo do fornecedor nao "
                               "atualizado. Status: " WS-STATUS-SALDOFOR
               END-WRITE
               MOVE 'S' TO WS-SF-EXISTE
           END-IF.

      *> O PRIMEIRO REGISTRO DO FORNECEDOR NA CHAVE FORNECEDOR +
      *> VENCIMENTO E A CONTA EM ABERTO MAIS ANTIGA
       270-ACHAR-VENC-MAIS-ANTIGO.
           MOVE ZERO TO SF-VENC-MAIS-ANTIGO.
           MOVE WS-CNPJ-TRABALHO TO SD-CNPJ-VENC.
           MOVE ZERO TO SD-VENC-FORN.
           START SALDODOC-FILE KEY IS GREATER THAN OR EQUAL TO
                   SD-CHAVE-FORN-VENC
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ SALDODOC-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF SD-CNPJ-VENC = WS-CNPJ-TRABALHO
               MOVE SD-VENC-FORN TO SF-VENC-MAIS-ANTIGO
           END-IF.

      *> PAGAMENTO GRAVADO NO HISTORICO: SO MEXE NA DATA DO ULTIMO
      *> PAGAMENTO (O SALDO VEM PELA REGRAVACAO DA CONTA). ESTORNO
      *> (VALOR PAGO NEGATIVO) NAO RECUA A DATA AQUI; A RECONSTRUCAO
      *> ACERTA
       300-ATUALIZAR-POR-HIST.
           IF LNK-OPERACAO = 'E' OR WS-IH-VALOR-PAGO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SALDOFOR-FILE.
           IF NOT STATUS-OK-SF
               CLOSE SALDOFOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IH-CNPJ-FORN TO WS-CNPJ-TRABALHO.
           PERFORM 250-LER-RESUMO.
           IF WS-IH-DATA-PGTO > SF-DATA-ULT-PGTO
               MOVE WS-IH-DATA-PGTO TO SF-DATA-ULT-PGTO
               PERFORM 260-GRAVAR-RESUMO
           END-IF.
           CLOSE SALDOFOR-FILE.

       450-MONTAR-SE-FALTAR.
           OPEN INPUT SALDOFOR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SF
               CLOSE SALDOFOR-FILE
               DISPLAY "Montando o resumo de saldo por fornecedor..."
               PERFORM 500-RECONSTRUIR
           ELSE
               CLOSE SALDOFOR-FILE
           END-IF.

      *> RECRIA OS DOIS ARQUIVOS DO ZERO: CADA CONTA EM ABERTO VIRA UMA
      *> LINHA DO SALDODOC E SOMA NO RESUMO DO FORNECEDOR; DEPOIS O
      *> HISTORICO DA A DATA DO ULTIMO PAGAMENTO
       500-RECONSTRUIR.
           MOVE ZERO TO WS-QTD-CONTAS WS-QTD-FORN.
           OPEN OUTPUT SALDODOC-FILE.
           CLOSE SALDODOC-FILE.
           OPEN OUTPUT SALDOFOR-FILE.
           CLOSE SALDOFOR-FILE.
           OPEN I-O SALDODOC-FILE.
           OPEN I-O SALDOFOR-FILE.
           IF NOT STATUS-OK-SD OR NOT STATUS-OK-SF
               DISPLAY "ERRO ao recriar o resumo de saldo por "
                       "fornecedor. Status: " WS-STATUS-SALDOFOR " "
                       WS-STATUS-SALDODOC
               CLOSE SALDODOC-FILE
               CLOSE SALDOFOR-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE LOW-VALUES TO CP-PRIMARY-KEY
               MOVE 'N' TO WS-FIM-LEITURA
               START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 510-SOMAR-CONTA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE CONTAPAGAR-FILE.

           OPEN INPUT HISTPAGTO-FILE.
           IF STATUS-OK-HIST
               MOVE LOW-VALUES TO H-PRIMARY-KEY
               MOVE 'N' TO WS-FIM-LEITURA
               START HISTPAGTO-FILE KEY IS GREATER THAN H-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 520-DATAR-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE HISTPAGTO-FILE.

           CLOSE SALDOFOR-FILE.
           CLOSE SALDODOC-FILE.
           DISPLAY "Resumo de saldo por fornecedor: " WS-QTD-FORN
                   " fornecedor(es), " WS-QTD-CONTAS
                   " conta(s) em aberto.".

       510-SOMAR-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V' AND
                   CP-SITUACAO NOT = 'E' AND CP-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO WS-CNPJ-TRABALHO.
           PERFORM 250-LER-RESUMO.
           IF WS-SF-EXISTE = 'N'
               ADD 1 TO WS-QTD-FORN
           END-IF.
           IF CP-SITUACAO = 'P'
               IF CP-DATA-PGTO > SF-DATA-ULT-PGTO
                   MOVE CP-DATA-PGTO TO SF-DATA-ULT-PGTO
               END-IF
               PERFORM 260-GRAVAR-RESUMO
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-DOC TO SD-NUM-DOC.
           MOVE CP-CNPJ-FORN TO SD-CNPJ-FORN SD-CNPJ-VENC.
           MOVE CP-DATA-VENC TO SD-VENC-FORN SD-DATA-VENC.
           MOVE CP-SITUACAO TO SD-SITUACAO.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO SD-SALDO
           ELSE
               MOVE CP-SALDO TO SD-SALDO
           END-IF.
           WRITE SALDODOC-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-QTD-CONTAS.
           ADD SD-SALDO TO SF-SALDO-ABERTO.
           ADD 1 TO SF-QTD-ABERTO.
           IF CP-SITUACAO = 'V'
               ADD SD-SALDO TO SF-SALDO-VENCIDO
               ADD 1 TO SF-QTD-VENCIDO
           END-IF.
           IF SF-VENC-MAIS-ANTIGO = ZERO OR
                   CP-DATA-VENC < SF-VENC-MAIS-ANTIGO
               MOVE CP-DATA-VENC TO SF-VENC-MAIS-ANTIGO
           END-IF.
           PERFORM 260-GRAVAR-RESUMO.

       520-DATAR-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF H-VALOR-PAGO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE H-CNPJ-FORN TO WS-CNPJ-TRABALHO.
           PERFORM 250-LER-RESUMO.
           IF WS-SF-EXISTE = 'N'
               ADD 1 TO WS-QTD-FORN
           END-IF.
           IF H-DATA-PGTO > SF-DATA-ULT-PGTO OR WS-SF-EXISTE = 'N'
               IF H-DATA-PGTO > SF-DATA-ULT-PGTO
                   MOVE H-DATA-PGTO TO SF-DATA-ULT-PGTO
               END-IF
               PERFORM 260-GRAVAR-RESUMO
           END-IF.
