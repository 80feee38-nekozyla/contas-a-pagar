       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFLIM.
       AUTHOR. carol.

      *> LIMITE DIARIO DE SAIDA POR CONTA BANCARIA DA EMPRESA E POR
      *> OPERADOR (LIMDIA.DAT, MANTIDO PELO LIMDIA). A ALCADA OLHA UM
      *> PAGAMENTO DE CADA VEZ; AQUI SE SOMA TUDO O QUE JA SAIU NO DIA
      *> (LIMUSO.DAT) PELO PGTOCONT, AGENDEXE, CHEQUES E ARQUIVOS
      *> CNAB240/PIXREM/REMESINT NA DATA DE GERACAO. O QUE ESTOURAR O
      *> LIMITE NAO E PAGO: VAI PARA A FILA DE LIBERACAO DO LIBPAG
      *> (LIBPEND.DAT), COM O MOTIVO EM LIMRET.DAT, E SO SAI DEPOIS QUE
      *> UM APROVADOR LIBERAR.
      *>   'V' - VERIFICA O PAGAMENTO; ACIMA DO LIMITE E SEM LIBERACAO,
      *>         ENFILEIRA E DEVOLVE LNK-LIM-RETIDO = 'S'
      *>   'R' - REGISTRA A SAIDA EFETIVADA NO ACUMULADO DO DIA E DA
      *>         BAIXA NA RETENCAO/LIBERACAO DO DOCUMENTO, SE HOUVER
      *> CONTA EM BRANCO (PAGAMENTO SEM CONTA VINCULADA) SO TEM O LIMITE
      *> DO OPERADOR; LIMITE ZERO OU NAO CADASTRADO E SEM LIMITE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMDIA-FILE *> Limites diarios por conta e por operador
               ASSIGN TO 'LIMDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-STATUS-LIMDIA.

           SELECT LIMUSO-FILE *> Saidas acumuladas por dia, conta e operador
               ASSIGN TO 'LIMUSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-CHAVE
               FILE STATUS IS WS-STATUS-LIMUSO.

           SELECT LIMRET-FILE *> Pagamentos retidos por limite diario
               ASSIGN TO 'LIMRET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               FILE STATUS IS WS-STATUS-LIMRET.

           SELECT LIBPEND-FILE *> Fila de liberacao do LIBPAG
               ASSIGN TO 'LIBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

       DATA DIVISION.
       FILE SECTION.
      *> LM-TIPO 'C' = CONTA BANCARIA (LM-CODIGO = CB-CODIGO), 'U' =
      *> OPERADOR (LM-CODIGO = USUARIO DA SESSAO)
       FD  LIMDIA-FILE.
       01  LIMDIA-REG.
           05 LM-CHAVE.
              10 LM-TIPO          PIC X(01).
              10 LM-CODIGO        PIC X(10).
           05 LM-LIMITE           PIC 9(12)V99.
           05 LM-USUARIO          PIC X(10).
           05 LM-DATA-HORA        PIC 9(14).

       FD  LIMUSO-FILE.
       01  LIMUSO-REG.
           05 LU-CHAVE.
              10 LU-DATA          PIC 9(08).
              10 LU-TIPO          PIC X(01).
              10 LU-CODIGO        PIC X(10).
           05 LU-VALOR            PIC 9(12)V99.
           05 LU-QTD              PIC 9(05).
           05 LU-VALOR-RETIDO     PIC 9(12)V99.
           05 LU-QTD-RETIDO       PIC 9(05).
           05 LU-QTD-LIBERADO     PIC 9(05).

      *> UM REGISTRO POR DOCUMENTO RETIDO: 'P' AGUARDANDO O LIBPAG,
      *> 'U' JA PAGO (COM LIBERACAO OU NUM DIA EM QUE COUBE NO LIMITE)
       FD  LIMRET-FILE.
       01  LIMRET-REG.
           05 LR-CHAVE.
              10 LR-NUM-DOC       PIC 9(10).
              10 LR-CNPJ-FORN     PIC 9(14).
           05 LR-DATA             PIC 9(08).
           05 LR-PROGRAMA         PIC X(08).
           05 LR-CONTA            PIC X(04).
           05 LR-USUARIO          PIC X(10).
           05 LR-TIPO-LIMITE      PIC X(01).
           05 LR-LIMITE           PIC 9(12)V99.
           05 LR-USADO            PIC 9(12)V99.
           05 LR-VALOR            PIC 9(12)V99.
           05 LR-SITUACAO         PIC X(01).

       FD  LIBPEND-FILE.
       01  LIBPEND-REG.
           05 LP-CHAVE.
              10 LP-NUM-DOC         PIC 9(10).
              10 LP-CNPJ-FORN       PIC 9(14).
           05 LP-VALOR              PIC 9(10)V99.
           05 LP-DATA-HORA-SOLIC    PIC 9(14).
           05 LP-USUARIO-SOLIC      PIC X(10).
           05 LP-SITUACAO           PIC X(01).
           05 LP-APROVADOR          PIC X(06).
           05 LP-DATA-HORA-DECISAO  PIC 9(14).
           05 LP-MOTIVO-REJEICAO    PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIMDIA         PIC X(2).
          88 STATUS-OK-LM           VALUE '00'.
       01 WS-STATUS-LIMUSO         PIC X(2).
          88 STATUS-OK-LU           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LU VALUE '35'.
       01 WS-STATUS-LIMRET         PIC X(2).
          88 STATUS-OK-LR           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LR VALUE '35'.
       01 WS-STATUS-LIBPEND        PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LP VALUE '35'.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-LIMITE-CONTA          PIC 9(12)V99.
       01 WS-USADO-CONTA           PIC 9(12)V99.
       01 WS-LIMITE-USUARIO        PIC 9(12)V99.
       01 WS-USADO-USUARIO         PIC 9(12)V99.
       01 WS-LIM-TIPO-BUSCA        PIC X(01).
       01 WS-LIM-CODIGO-BUSCA      PIC X(10).
       01 WS-LIM-LIDO              PIC 9(12)V99.
       01 WS-USO-LIDO              PIC 9(12)V99.

       01 WS-LR-EXISTE             PIC X(01).
       01 WS-LR-SITUACAO           PIC X(01).
       01 WS-LP-EXISTE             PIC X(01).
       01 WS-LP-SITUACAO           PIC X(01).

      *> ACUMULO A GRAVAR NO LIMUSO PARA CONTA E OPERADOR
       01 WS-AC-VALOR              PIC 9(12)V99.
       01 WS-AC-QTD                PIC 9(01).
       01 WS-AC-VALOR-RETIDO       PIC 9(12)V99.
       01 WS-AC-QTD-RETIDO         PIC 9(01).
       01 WS-AC-QTD-LIBERADO       PIC 9(01).

       LINKAGE SECTION.
       01  LNK-LIM-PARM.
           05 LNK-LIM-OPERACAO      PIC X(01).
           05 LNK-LIM-PROGRAMA      PIC X(08).
           05 LNK-LIM-DATA          PIC 9(08).
           05 LNK-LIM-CONTA         PIC X(04).
           05 LNK-LIM-USUARIO       PIC X(10).
           05 LNK-LIM-NUM-DOC       PIC 9(10).
           05 LNK-LIM-CNPJ          PIC 9(14).
           05 LNK-LIM-VALOR         PIC 9(12)V99.
      *> DEVOLVIDOS: RETIDO 'S' = NAO PAGAR; SITUACAO ' ' DENTRO DO
      *> LIMITE, 'N' RETIDO AGORA E ENFILEIRADO, 'P' JA AGUARDANDO
      *> LIBERACAO, 'R' LIBERACAO RECUSADA, 'L' ACIMA DO LIMITE MAS
      *> LIBERADO NO LIBPAG; TIPO/LIMITE/USADO DO LIMITE ESTOURADO
           05 LNK-LIM-RETIDO        PIC X(01).
           05 LNK-LIM-SITUACAO      PIC X(01).
           05 LNK-LIM-TIPO          PIC X(01).
           05 LNK-LIM-LIMITE        PIC 9(12)V99.
           05 LNK-LIM-USADO         PIC 9(12)V99.

       PROCEDURE DIVISION USING LNK-LIM-PARM.
       100-VERIFICAR-LIMITE.
           MOVE 'N' TO LNK-LIM-RETIDO.
           MOVE SPACE TO LNK-LIM-SITUACAO.
           MOVE SPACE TO LNK-LIM-TIPO.
           MOVE ZERO TO LNK-LIM-LIMITE LNK-LIM-USADO.
           IF LNK-LIM-USUARIO = SPACES
               MOVE LNK-LIM-PROGRAMA TO LNK-LIM-USUARIO
           END-IF.
           EVALUATE LNK-LIM-OPERACAO
               WHEN 'V'
                   PERFORM 200-VERIFICAR-PAGAMENTO
               WHEN 'R'
                   PERFORM 400-REGISTRAR-SAIDA
           END-EVALUATE.
           GOBACK.

      *> SOMA O PAGAMENTO AO JA SAIDO NO DIA, PRIMEIRO NA CONTA E DEPOIS
      *> NO OPERADOR; O PRIMEIRO LIMITE ESTOURADO E O QUE VOLTA
       200-VERIFICAR-PAGAMENTO.
           MOVE ZERO TO WS-LIMITE-CONTA WS-USADO-CONTA
                        WS-LIMITE-USUARIO WS-USADO-USUARIO.
           OPEN INPUT LIMDIA-FILE.
           IF NOT STATUS-OK-LM
               CLOSE LIMDIA-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LIMUSO-FILE.
           IF LNK-LIM-CONTA NOT = SPACES
               MOVE 'C' TO WS-LIM-TIPO-BUSCA
               MOVE LNK-LIM-CONTA TO WS-LIM-CODIGO-BUSCA
               PERFORM 210-LER-LIMITE-E-USO
               MOVE WS-LIM-LIDO TO WS-LIMITE-CONTA
               MOVE WS-USO-LIDO TO WS-USADO-CONTA
           END-IF.
           MOVE 'U' TO WS-LIM-TIPO-BUSCA.
           MOVE LNK-LIM-USUARIO TO WS-LIM-CODIGO-BUSCA.
           PERFORM 210-LER-LIMITE-E-USO.
           MOVE WS-LIM-LIDO TO WS-LIMITE-USUARIO.
           MOVE WS-USO-LIDO TO WS-USADO-USUARIO.
           CLOSE LIMUSO-FILE.
           CLOSE LIMDIA-FILE.

           IF WS-LIMITE-CONTA > ZERO AND
                   WS-USADO-CONTA + LNK-LIM-VALOR > WS-LIMITE-CONTA
               MOVE 'C' TO LNK-LIM-TIPO
               MOVE WS-LIMITE-CONTA TO LNK-LIM-LIMITE
               MOVE WS-USADO-CONTA TO LNK-LIM-USADO
           ELSE
               IF WS-LIMITE-USUARIO > ZERO AND
                       WS-USADO-USUARIO + LNK-LIM-VALOR
                           > WS-LIMITE-USUARIO
                   MOVE 'U' TO LNK-LIM-TIPO
                   MOVE WS-LIMITE-USUARIO TO LNK-LIM-LIMITE
                   MOVE WS-USADO-USUARIO TO LNK-LIM-USADO
               END-IF
           END-IF.
           IF LNK-LIM-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 300-LER-RETENCAO-E-FILA.
           EVALUATE TRUE
               WHEN WS-LR-EXISTE = 'S' AND WS-LR-SITUACAO = 'P' AND
                       WS-LP-SITUACAO = 'A'
                   MOVE 'L' TO LNK-LIM-SITUACAO
               WHEN WS-LR-EXISTE = 'S' AND WS-LR-SITUACAO = 'P' AND
                       WS-LP-SITUACAO = 'P'
                   MOVE 'P' TO LNK-LIM-SITUACAO
                   MOVE 'S' TO LNK-LIM-RETIDO
               WHEN WS-LR-EXISTE = 'S' AND WS-LR-SITUACAO = 'P' AND
                       WS-LP-SITUACAO = 'R'
                   MOVE 'R' TO LNK-LIM-SITUACAO
                   MOVE 'S' TO LNK-LIM-RETIDO
               WHEN OTHER
                   PERFORM 350-RETER-PAGAMENTO
           END-EVALUATE.

       210-LER-LIMITE-E-USO.
           MOVE ZERO TO WS-LIM-LIDO WS-USO-LIDO.
           MOVE WS-LIM-TIPO-BUSCA TO LM-TIPO.
           MOVE WS-LIM-CODIGO-BUSCA TO LM-CODIGO.
           READ LIMDIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LM-LIMITE TO WS-LIM-LIDO
           END-READ.
           IF WS-LIM-LIDO = ZERO OR NOT STATUS-OK-LU
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-LIM-DATA TO LU-DATA.
           MOVE WS-LIM-TIPO-BUSCA TO LU-TIPO.
           MOVE WS-LIM-CODIGO-BUSCA TO LU-CODIGO.
           READ LIMUSO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LU-VALOR TO WS-USO-LIDO
           END-READ.

       300-LER-RETENCAO-E-FILA.
           MOVE 'N' TO WS-LR-EXISTE.
           MOVE SPACE TO WS-LR-SITUACAO.
           MOVE 'N' TO WS-LP-EXISTE.
           MOVE SPACE TO WS-LP-SITUACAO.
           OPEN INPUT LIMRET-FILE.
           IF STATUS-OK-LR
               MOVE LNK-LIM-NUM-DOC TO LR-NUM-DOC
               MOVE LNK-LIM-CNPJ TO LR-CNPJ-FORN
               READ LIMRET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-LR-EXISTE
                       MOVE LR-SITUACAO TO WS-LR-SITUACAO
               END-READ
           END-IF.
           CLOSE LIMRET-FILE.
           OPEN INPUT LIBPEND-FILE.
           IF STATUS-OK-LP
               MOVE LNK-LIM-NUM-DOC TO LP-NUM-DOC
               MOVE LNK-LIM-CNPJ TO LP-CNPJ-FORN
               READ LIBPEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-LP-EXISTE
                       MOVE LP-SITUACAO TO WS-LP-SITUACAO
               END-READ
           END-IF.
           CLOSE LIBPEND-FILE.

      *> ABRE UM CICLO NOVO NA FILA DO LIBPAG (UMA LIBERACAO DE ALCADA
      *> AINDA NAO USADA E SUBSTITUIDA: O APROVADOR DECIDE DE NOVO, JA
      *> SABENDO DO LIMITE) E GUARDA O MOTIVO EM LIMRET
       350-RETER-PAGAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN I-O LIBPEND-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LP
               OPEN OUTPUT LIBPEND-FILE
               CLOSE LIBPEND-FILE
               OPEN I-O LIBPEND-FILE
           END-IF.
           IF NOT STATUS-OK-LP
               DISPLAY "ERRO: fila de liberacao indisponivel. Status: "
                       WS-STATUS-LIBPEND
               MOVE 'P' TO LNK-LIM-SITUACAO
               MOVE 'S' TO LNK-LIM-RETIDO
               CLOSE LIBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-LIM-NUM-DOC TO LP-NUM-DOC.
           MOVE LNK-LIM-CNPJ TO LP-CNPJ-FORN.
           MOVE LNK-LIM-VALOR TO LP-VALOR.
           MOVE WS-DH-DATA TO LP-DATA-HORA-SOLIC(1:8).
           MOVE WS-DH-HORA TO LP-DATA-HORA-SOLIC(9:6).
           MOVE LNK-LIM-USUARIO TO LP-USUARIO-SOLIC.
           MOVE 'P' TO LP-SITUACAO.
           MOVE SPACES TO LP-APROVADOR.
           MOVE ZEROS TO LP-DATA-HORA-DECISAO.
           MOVE SPACES TO LP-MOTIVO-REJEICAO.
           WRITE LIBPEND-REG
               INVALID KEY
                   REWRITE LIBPEND-REG
           END-WRITE.
           CLOSE LIBPEND-FILE.

           OPEN I-O LIMRET-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LR
               OPEN OUTPUT LIMRET-FILE
               CLOSE LIMRET-FILE
               OPEN I-O LIMRET-FILE
           END-IF.
           IF STATUS-OK-LR
               MOVE LNK-LIM-NUM-DOC TO LR-NUM-DOC
               MOVE LNK-LIM-CNPJ TO LR-CNPJ-FORN
               MOVE LNK-LIM-DATA TO LR-DATA
               MOVE LNK-LIM-PROGRAMA TO LR-PROGRAMA
               MOVE LNK-LIM-CONTA TO LR-CONTA
               MOVE LNK-LIM-USUARIO TO LR-USUARIO
               MOVE LNK-LIM-TIPO TO LR-TIPO-LIMITE
               MOVE LNK-LIM-LIMITE TO LR-LIMITE
               MOVE LNK-LIM-USADO TO LR-USADO
               MOVE LNK-LIM-VALOR TO LR-VALOR
               MOVE 'P' TO LR-SITUACAO
               WRITE LIMRET-REG
                   INVALID KEY
                       REWRITE LIMRET-REG
               END-WRITE
           END-IF.
           CLOSE LIMRET-FILE.

           MOVE ZERO TO WS-AC-VALOR WS-AC-QTD WS-AC-QTD-LIBERADO.
           MOVE LNK-LIM-VALOR TO WS-AC-VALOR-RETIDO.
           MOVE 1 TO WS-AC-QTD-RETIDO.
           PERFORM 500-ACUMULAR-CONTA-E-USUARIO.
           MOVE 'N' TO LNK-LIM-SITUACAO.
           MOVE 'S' TO LNK-LIM-RETIDO.

      *> A SAIDA ENTRA NO ACUMULADO DO DIA; DOCUMENTO QUE ESTAVA RETIDO
      *> TEM A RETENCAO E A LIBERACAO DADAS COMO UTILIZADAS -- TAMBEM
      *> QUANDO COUBE NO LIMITE DE OUTRO DIA SEM PASSAR PELO LIBPAG
       400-REGISTRAR-SAIDA.
           PERFORM 300-LER-RETENCAO-E-FILA.
           MOVE LNK-LIM-VALOR TO WS-AC-VALOR.
           MOVE 1 TO WS-AC-QTD.
           MOVE ZERO TO WS-AC-VALOR-RETIDO WS-AC-QTD-RETIDO.
           MOVE ZERO TO WS-AC-QTD-LIBERADO.
           IF WS-LR-EXISTE = 'S' AND WS-LR-SITUACAO = 'P'
               IF WS-LP-SITUACAO = 'A'
                   MOVE 1 TO WS-AC-QTD-LIBERADO
               END-IF
               PERFORM 450-BAIXAR-RETENCAO
           END-IF.
           PERFORM 500-ACUMULAR-CONTA-E-USUARIO.

       450-BAIXAR-RETENCAO.
           OPEN I-O LIMRET-FILE.
           IF STATUS-OK-LR
               MOVE LNK-LIM-NUM-DOC TO LR-NUM-DOC
               MOVE LNK-LIM-CNPJ TO LR-CNPJ-FORN
               READ LIMRET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'U' TO LR-SITUACAO
                       REWRITE LIMRET-REG
               END-READ
           END-IF.
           CLOSE LIMRET-FILE.
           IF WS-LP-SITUACAO NOT = 'P' AND WS-LP-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O LIBPEND-FILE.
           IF STATUS-OK-LP
               MOVE LNK-LIM-NUM-DOC TO LP-NUM-DOC
               MOVE LNK-LIM-CNPJ TO LP-CNPJ-FORN
               READ LIBPEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LP-SITUACAO = 'P' OR LP-SITUACAO = 'A'
                           MOVE 'U' TO LP-SITUACAO
                           REWRITE LIBPEND-REG
                       END-IF
               END-READ
           END-IF.
           CLOSE LIBPEND-FILE.

       500-ACUMULAR-CONTA-E-USUARIO.
           OPEN I-O LIMUSO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LU
               OPEN OUTPUT LIMUSO-FILE
               CLOSE LIMUSO-FILE
               OPEN I-O LIMUSO-FILE
           END-IF.
           IF NOT STATUS-OK-LU
               CLOSE LIMUSO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF LNK-LIM-CONTA NOT = SPACES
               MOVE 'C' TO WS-LIM-TIPO-BUSCA
               MOVE LNK-LIM-CONTA TO WS-LIM-CODIGO-BUSCA
               PERFORM 510-ACUMULAR-USO
           END-IF.
           MOVE 'U' TO WS-LIM-TIPO-BUSCA.
           MOVE LNK-LIM-USUARIO TO WS-LIM-CODIGO-BUSCA.
           PERFORM 510-ACUMULAR-USO.
           CLOSE LIMUSO-FILE.

       510-ACUMULAR-USO.
           MOVE LNK-LIM-DATA TO LU-DATA.
           MOVE WS-LIM-TIPO-BUSCA TO LU-TIPO.
           MOVE WS-LIM-CODIGO-BUSCA TO LU-CODIGO.
           READ LIMUSO-FILE
               INVALID KEY
                   MOVE ZERO TO LU-VALOR LU-QTD LU-VALOR-RETIDO
                                LU-QTD-RETIDO LU-QTD-LIBERADO
                   ADD WS-AC-VALOR TO LU-VALOR
                   ADD WS-AC-QTD TO LU-QTD
                   ADD WS-AC-VALOR-RETIDO TO LU-VALOR-RETIDO
                   ADD WS-AC-QTD-RETIDO TO LU-QTD-RETIDO
                   ADD WS-AC-QTD-LIBERADO TO LU-QTD-LIBERADO
                   WRITE LIMUSO-REG
               NOT INVALID KEY
                   ADD WS-AC-VALOR TO LU-VALOR
                   ADD WS-AC-QTD TO LU-QTD
                   ADD WS-AC-VALOR-RETIDO TO LU-VALOR-RETIDO
                   ADD WS-AC-QTD-RETIDO TO LU-QTD-RETIDO
                   ADD WS-AC-QTD-LIBERADO TO LU-QTD-LIBERADO
                   REWRITE LIMUSO-REG
           END-READ.
