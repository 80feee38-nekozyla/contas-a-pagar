       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOMES.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOTOMES-FILE *> Fotografias de fim de mes das contas em aberto
               ASSIGN TO 'FOTOMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CHAVE
               FILE STATUS IS WS-STATUS-FOTOMES.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERRLOG.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR CONTA EM ABERTO NA DATA DA FOTOGRAFIA, COM O
      *> SALDO DAQUELE DIA; NADA AQUI E ALTERADO DEPOIS -- PAGAMENTO,
      *> ARQUIVAMENTO OU RENEGOCIACAO POSTERIOR NAO MEXEM NA FOTO
       FD  FOTOMES-FILE.
       01  FOTOMES-REG.
           05 FM-CHAVE.
              10 FM-DATA-FOTO     PIC 9(08).
              10 FM-NUM-DOC       PIC 9(10).
              10 FM-CNPJ-FORN     PIC 9(14).
           05 FM-DATA-EMISSAO     PIC 9(08).
           05 FM-DATA-VENC        PIC 9(08).
           05 FM-VALOR            PIC 9(10)V99.
           05 FM-SALDO            PIC 9(10)V99.
           05 FM-SITUACAO         PIC X(01).
           05 FM-FILIAL           PIC X(04).
           05 FM-CENTRO-CUSTO     PIC X(06).
           05 FM-NATUREZA         PIC X(04).
           05 FM-MOEDA            PIC X(03).

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

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
           05 EL-USUARIO       PIC X(10).
           05 EL-PROGRAMA      PIC X(08).
           05 EL-ARQUIVO       PIC X(12).
           05 EL-STATUS        PIC X(02).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FOTOMES       PIC X(2).
           88 STATUS-OK-FM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FM VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-SESSAO        PIC X(2).
           88 STATUS-OK-SS           VALUE '00'.
       01 WS-STATUS-ERRLOG        PIC X(2).
           88 STATUS-OK-EL           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-ERR-ARQUIVO          PIC X(12).
       01 WS-ERR-STATUS           PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA           PIC 9(08).
           05 WS-DHE-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA           PIC 9(08).
           05 WS-DHS-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT): EM
      *> MODO BATCH A FOTO SO E TIRADA NO ULTIMO DIA DO MES
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-RESPOSTA             PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
       01 WS-DATA-AMANHA          PIC 9(08).
       01 WS-DATA-FOTO            PIC 9(08).
       01 WS-FOTO-EXISTE          PIC X(01).
       01 WS-QTD-FOTO             PIC 9(06).
       01 WS-QTD-APAGADOS         PIC 9(06).
       01 WS-TOTAL-FOTO           PIC 9(12)V99.
       01 WS-FILIAL-FILTRO        PIC X(04).
       01 WS-DETALHAR             PIC X(01).
       01 WS-SINAL                PIC X(01).
       01 WS-VALOR-ABS            PIC 9(12)V99.
       01 WS-DIF                  PIC S9(12)V99.

      *> LISTA DAS FOTOS GUARDADAS
       01 WS-DATA-ANTERIOR        PIC 9(08).
       01 WS-QTD-DATA             PIC 9(06).
       01 WS-TOTAL-DATA           PIC 9(12)V99.

      *> AGING NA DATA DA FOTO: MESMAS FAIXAS DO RELCTA_F, COM O A
      *> VENCER SEPARADO DOS ATRASOS DE ATE 30 DIAS
       01 WS-DIAS-ATRASO          PIC S9(05) COMP.
       01 WS-FAIXA                PIC 9(01).
       01 WS-FAIXA-NOME-INIT.
           05 FILLER PIC X(08) VALUE 'A VENCER'.
           05 FILLER PIC X(08) VALUE '1-30    '.
           05 FILLER PIC X(08) VALUE '31-60   '.
           05 FILLER PIC X(08) VALUE '61-90   '.
           05 FILLER PIC X(08) VALUE '90+     '.
       01 WS-FAIXA-NOMES REDEFINES WS-FAIXA-NOME-INIT.
           05 WS-FAIXA-NOME PIC X(08) OCCURS 5 TIMES.
       01 WS-AGING-TAB.
           05 WS-AGING-TOTAL      PIC 9(12)V99 OCCURS 5 TIMES.
       01 WS-AGING-QTD            PIC 9(06).
       01 WS-AGING-GERAL          PIC 9(12)V99.

      *> POSICAO NA DATA DA FOTO POR FILIAL, CENTRO E NATUREZA
       01 WS-POS-IDX              PIC 9(03).
       01 WS-POS-ACHOU            PIC 9(03).
       01 WS-FIL-QTD              PIC 9(03) VALUE ZERO.
       01 WS-FIL-TAB.
           05 WS-FIL-ITEM OCCURS 100 TIMES.
              10 WS-FIL-CODIGO    PIC X(04).
              10 WS-FIL-TOTAL     PIC 9(12)V99.
       01 WS-CTR-QTD              PIC 9(03) VALUE ZERO.
       01 WS-CTR-TAB.
           05 WS-CTR-ITEM OCCURS 300 TIMES.
              10 WS-CTR-CODIGO    PIC X(06).
              10 WS-CTR-TOTAL     PIC 9(12)V99.
       01 WS-NAT-QTD              PIC 9(03) VALUE ZERO.
       01 WS-NAT-TAB.
           05 WS-NAT-ITEM OCCURS 200 TIMES.
              10 WS-NAT-CODIGO    PIC X(04).
              10 WS-NAT-TOTAL     PIC 9(12)V99.
       01 WS-POS-FORA             PIC 9(12)V99.

      *> TENDENCIA: A ULTIMA FOTO DE CADA MES DOS ULTIMOS DOZE MESES,
      *> COM AS CINCO FAIXAS DE CADA UMA
       01 WS-TEN-QTD              PIC 9(02) VALUE ZERO.
       01 WS-TEN-IDX              PIC 9(02).
       01 WS-TEN-INICIO           PIC 9(02).
       01 WS-TEN-TAB.
           05 WS-TEN-ITEM OCCURS 14 TIMES.
              10 WS-TEN-DATA      PIC 9(08).
              10 WS-TEN-FAIXA     PIC 9(12)V99 OCCURS 5 TIMES.
              10 WS-TEN-TOTAL     PIC 9(12)V99.
       01 WS-TEN-DATA-CORTE       PIC 9(08).
       01 WS-TEN-ANO              PIC 9(04).

       PROCEDURE DIVISION.
      *> FOTOGRAFIA MENSAL DAS CONTAS EM ABERTO: NO ULTIMO DIA DO MES A
      *> RODADA NOTURNA CONGELA CADA CONTA EM ABERTO (SALDO, VENCIMENTO,
      *> FILIAL, CENTRO E NATUREZA) EM FOTOMES.DAT. O AGING E A POSICAO
      *> RODAM SOBRE QUALQUER FOTO GUARDADA -- O QUE SE DEVIA EM 31/03
      *> CONTINUA REPRODUZIVEL DEPOIS DE PAGO, ARQUIVADO OU RENEGOCIADO
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           IF WS-MODO-BATCH = 'S'
               PERFORM 150-FOTO-DA-RODADA
               GOBACK
           END-IF.
           PERFORM 200-MENU-FOTO UNTIL WS-OPCAO = 'S'.
           GOBACK.

      *> FORA DO ULTIMO DIA DO MES O PASSO TERMINA SEM FAZER NADA; SE A
      *> FOTO DO DIA JA FOI TIRADA (REEXECUCAO) TAMBEM NAO REPETE
       150-FOTO-DA-RODADA.
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1).
           IF WS-DATA-AMANHA(5:2) = WS-DATA-HOJE(5:2)
               DISPLAY "Hoje nao e fim de mes; nenhuma fotografia tirada."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-HOJE TO WS-DATA-FOTO.
           PERFORM 310-VERIFICAR-FOTO-EXISTE.
           IF WS-FOTO-EXISTE = 'S'
               DISPLAY "Fotografia de " WS-DATA-FOTO " ja existe."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 330-GRAVAR-FOTO.
           MOVE WS-QTD-FOTO TO WS-CONTADOR-BATCH.

       200-MENU-FOTO.
           DISPLAY "--- Fotografia Mensal das Contas em Aberto ---".
           DISPLAY "F - Fotografar agora (data de hoje)".
           DISPLAY "L - Listar fotografias guardadas".
           DISPLAY "A - Aging numa data de fotografia".
           DISPLAY "P - Posicao por filial/centro/natureza numa data".
           DISPLAY "T - Tendencia do aging nos ultimos 12 fechamentos".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'F'
                   PERFORM 300-FOTOGRAFAR-AGORA
               WHEN 'L'
                   PERFORM 400-LISTAR-FOTOS
               WHEN 'A'
                   PERFORM 500-AGING-DA-FOTO
               WHEN 'P'
                   PERFORM 600-POSICAO-DA-FOTO
               WHEN 'T'
                   PERFORM 700-TENDENCIA-AGING
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-FOTOGRAFAR-AGORA.
           MOVE WS-DATA-HOJE TO WS-DATA-FOTO.
           PERFORM 310-VERIFICAR-FOTO-EXISTE.
           IF WS-FOTO-EXISTE = 'S'
               DISPLAY "Ja existe fotografia de " WS-DATA-FOTO
                       ". Substituir (S/N)? " WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               PERFORM 320-APAGAR-FOTO
           END-IF.
           PERFORM 330-GRAVAR-FOTO.

       310-VERIFICAR-FOTO-EXISTE.
           MOVE 'N' TO WS-FOTO-EXISTE.
           OPEN INPUT FOTOMES-FILE.
           IF NOT STATUS-OK-FM
               CLOSE FOTOMES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-FOTO TO FM-DATA-FOTO.
           MOVE ZERO TO FM-NUM-DOC FM-CNPJ-FORN.
           START FOTOMES-FILE KEY IS GREATER THAN OR EQUAL TO FM-CHAVE
               INVALID KEY
                   CLOSE FOTOMES-FILE
                   EXIT PARAGRAPH
           END-START.
           READ FOTOMES-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FM-DATA-FOTO = WS-DATA-FOTO
                       MOVE 'S' TO WS-FOTO-EXISTE
                   END-IF
           END-READ.
           CLOSE FOTOMES-FILE.

       320-APAGAR-FOTO.
           MOVE ZERO TO WS-QTD-APAGADOS.
           OPEN I-O FOTOMES-FILE.
           IF NOT STATUS-OK-FM
               CLOSE FOTOMES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-FOTO TO FM-DATA-FOTO.
           MOVE ZERO TO FM-NUM-DOC FM-CNPJ-FORN.
           MOVE 'N' TO WS-FIM-LEITURA.
           START FOTOMES-FILE KEY IS GREATER THAN OR EQUAL TO FM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 325-APAGAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FOTOMES-FILE.
           DISPLAY WS-QTD-APAGADOS " linha(s) da fotografia anterior "
                   "removida(s).".

       325-APAGAR-LINHA.
           READ FOTOMES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF FM-DATA-FOTO NOT = WS-DATA-FOTO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           DELETE FOTOMES-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-APAGADOS
           END-DELETE.

      *> EM ABERTO E O MESMO CRITERIO DO AGING DO RELCTA_F: SITUACAO A,
      *> V OU E, PELO SALDO (OU PELO VALOR, QUANDO NAO HA BAIXA PARCIAL)
       330-GRAVAR-FOTO.
           MOVE ZERO TO WS-QTD-FOTO WS-TOTAL-FOTO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               DISPLAY "AVISO: Nenhuma conta foi lancada no sistema ainda."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               MOVE 'CONTAPAGAR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONTAPAGAR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FOTOMES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FM
               OPEN OUTPUT FOTOMES-FILE
               CLOSE FOTOMES-FILE
               OPEN I-O FOTOMES-FILE
           END-IF.
           IF NOT STATUS-OK-FM
               DISPLAY "ERRO ao abrir FOTOMES.DAT. Status: "
                       WS-STATUS-FOTOMES
               MOVE 'FOTOMES' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-FOTOMES TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 335-FOTOGRAFAR-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FOTOMES-FILE.
           CLOSE CONTAPAGAR-FILE.
           DISPLAY "Fotografia de " WS-DATA-FOTO ": " WS-QTD-FOTO
                   " conta(s) em aberto, total " WS-TOTAL-FOTO.

       335-FOTOGRAFAR-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V' AND
                   CP-SITUACAO NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-FOTO TO FM-DATA-FOTO.
           MOVE CP-NUM-DOC TO FM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO FM-CNPJ-FORN.
           MOVE CP-DATA-EMISSAO TO FM-DATA-EMISSAO.
           MOVE CP-DATA-VENC TO FM-DATA-VENC.
           MOVE CP-VALOR TO FM-VALOR.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO FM-SALDO
           ELSE
               MOVE CP-SALDO TO FM-SALDO
           END-IF.
           MOVE CP-SITUACAO TO FM-SITUACAO.
           MOVE CP-FILIAL TO FM-FILIAL.
           MOVE CP-CENTRO-CUSTO TO FM-CENTRO-CUSTO.
           MOVE CP-NATUREZA TO FM-NATUREZA.
           MOVE CP-MOEDA TO FM-MOEDA.
           WRITE FOTOMES-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a conta " CP-NUM-DOC
                           " na fotografia. Status: " WS-STATUS-FOTOMES
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-FOTO
                   ADD FM-SALDO TO WS-TOTAL-FOTO
           END-WRITE.

       400-LISTAR-FOTOS.
           DISPLAY "--- Fotografias Guardadas ---".
           OPEN INPUT FOTOMES-FILE.
           IF NOT STATUS-OK-FM
               DISPLAY "AVISO: nenhuma fotografia guardada ainda."
               CLOSE FOTOMES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FM-CHAVE.
           MOVE 'N' TO WS-FIM-LEITURA.
           START FOTOMES-FILE KEY IS GREATER THAN FM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           MOVE ZERO TO WS-DATA-ANTERIOR WS-QTD-DATA WS-TOTAL-DATA.
           DISPLAY "DATA      CONTAS     SALDO EM ABERTO".
           PERFORM 410-LER-LINHA-LISTA UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-DATA-ANTERIOR NOT = ZERO
               DISPLAY WS-DATA-ANTERIOR "  " WS-QTD-DATA "  "
                       WS-TOTAL-DATA
           END-IF.
           CLOSE FOTOMES-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       410-LER-LINHA-LISTA.
           READ FOTOMES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF FM-DATA-FOTO NOT = WS-DATA-ANTERIOR
               IF WS-DATA-ANTERIOR NOT = ZERO
                   DISPLAY WS-DATA-ANTERIOR "  " WS-QTD-DATA "  "
                           WS-TOTAL-DATA
               END-IF
               MOVE FM-DATA-FOTO TO WS-DATA-ANTERIOR
               MOVE ZERO TO WS-QTD-DATA WS-TOTAL-DATA
           END-IF.
           ADD 1 TO WS-QTD-DATA.
           ADD FM-SALDO TO WS-TOTAL-DATA.

      *> PEDE A DATA DA FOTO E CONFERE SE ELA EXISTE
       450-PEDIR-DATA-FOTO.
           DISPLAY "Data da fotografia (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-FOTO.
           ACCEPT WS-DATA-FOTO.
           PERFORM 310-VERIFICAR-FOTO-EXISTE.
           IF WS-FOTO-EXISTE = 'N'
               DISPLAY "ERRO: nao ha fotografia em " WS-DATA-FOTO
                       "; veja a lista (L)."
           END-IF.

      *> POSICIONA NA PRIMEIRA LINHA DA FOTO; O ARQUIVO JA ESTA ABERTO
       460-POSICIONAR-FOTO.
           MOVE WS-DATA-FOTO TO FM-DATA-FOTO.
           MOVE ZERO TO FM-NUM-DOC FM-CNPJ-FORN.
           MOVE 'N' TO WS-FIM-LEITURA.
           START FOTOMES-FILE KEY IS GREATER THAN OR EQUAL TO FM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.

       465-LER-LINHA-FOTO.
           READ FOTOMES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF FM-DATA-FOTO NOT = WS-DATA-FOTO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   END-IF
           END-READ.

      *> FAIXA DA LINHA PELO ATRASO NA DATA DA FOTO (NAO NA DE HOJE)
       470-CLASSIFICAR-FAIXA.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(FM-DATA-FOTO) -
               FUNCTION INTEGER-OF-DATE(FM-DATA-VENC).
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE.

       500-AGING-DA-FOTO.
           DISPLAY "--- Aging na Data da Fotografia ---".
           PERFORM 450-PEDIR-DATA-FOTO.
           IF WS-FOTO-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Filtrar por Filial (ENTER para todas): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FILIAL-FILTRO.
           ACCEPT WS-FILIAL-FILTRO.
           DISPLAY "Listar conta a conta (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-DETALHAR.
           MOVE FUNCTION UPPER-CASE(WS-DETALHAR) TO WS-DETALHAR.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "------- AGING DAS CONTAS EM ABERTO EM " WS-DATA-FOTO
                  " (FOTOGRAFIA) -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-FILIAL-FILTRO NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "Filial: " WS-FILIAL-FILTRO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           IF WS-DETALHAR = 'S'
               MOVE "Num. Docto  CNPJ Fornec.    Dt. Vencim.        Saldo"
                   TO WS-LINHA
               MOVE "  Faixa    Filial Centro Natur." TO WS-LINHA(54:)
               PERFORM 890-EMITIR-LINHA
           END-IF.

           INITIALIZE WS-AGING-TAB.
           MOVE ZERO TO WS-AGING-QTD WS-AGING-GERAL.
           OPEN INPUT FOTOMES-FILE.
           PERFORM 460-POSICIONAR-FOTO.
           PERFORM 510-AGING-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FOTOMES-FILE.

           MOVE "--------------------------------------------------"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 520-IMPRIMIR-FAIXA
               VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL EM ABERTO   : " WS-AGING-GERAL "  ("
                  WS-AGING-QTD " conta(s))"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.

       510-AGING-PROXIMA.
           PERFORM 465-LER-LINHA-FOTO.
           IF WS-FIM-LEITURA = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILIAL-FILTRO NOT = SPACES AND
                   FM-FILIAL NOT = WS-FILIAL-FILTRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 470-CLASSIFICAR-FAIXA.
           ADD FM-SALDO TO WS-AGING-TOTAL(WS-FAIXA) WS-AGING-GERAL.
           ADD 1 TO WS-AGING-QTD.
           IF WS-DETALHAR = 'S'
               MOVE SPACES TO WS-LINHA
               STRING FM-NUM-DOC "  " FM-CNPJ-FORN "  " FM-DATA-VENC
                      "  " FM-SALDO "  " WS-FAIXA-NOME(WS-FAIXA) " "
                      FM-FILIAL "   " FM-CENTRO-CUSTO " " FM-NATUREZA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       520-IMPRIMIR-FAIXA.
           MOVE SPACES TO WS-LINHA.
           STRING "Subtotal " WS-FAIXA-NOME(WS-FAIXA) " : "
                  WS-AGING-TOTAL(WS-FAIXA)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       600-POSICAO-DA-FOTO.
           DISPLAY "--- Posicao na Data da Fotografia ---".
           PERFORM 450-PEDIR-DATA-FOTO.
           IF WS-FOTO-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FIL-QTD WS-CTR-QTD WS-NAT-QTD.
           MOVE ZERO TO WS-AGING-QTD WS-AGING-GERAL WS-POS-FORA.
           OPEN INPUT FOTOMES-FILE.
           PERFORM 460-POSICIONAR-FOTO.
           PERFORM 610-POSICAO-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FOTOMES-FILE.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "------- POSICAO DAS CONTAS EM ABERTO EM " WS-DATA-FOTO
                  " (FOTOGRAFIA) -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "POR FILIAL" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 650-IMPRIMIR-FILIAL
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-FIL-QTD.
           MOVE "POR CENTRO DE CUSTO" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 655-IMPRIMIR-CENTRO
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-CTR-QTD.
           MOVE "POR NATUREZA" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 660-IMPRIMIR-NATUREZA
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-NAT-QTD.
           IF WS-POS-FORA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-POS-FORA " nao detalhado(s) por "
                      "estouro das tabelas (ficam so no total)."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL EM ABERTO   : " WS-AGING-GERAL "  ("
                  WS-AGING-QTD " conta(s))"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.

       610-POSICAO-PROXIMA.
           PERFORM 465-LER-LINHA-FOTO.
           IF WS-FIM-LEITURA = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AGING-QTD.
           ADD FM-SALDO TO WS-AGING-GERAL.

           MOVE ZERO TO WS-POS-ACHOU.
           PERFORM 615-PROCURAR-FILIAL
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-FIL-QTD OR WS-POS-ACHOU > ZERO.
           IF WS-POS-ACHOU = ZERO AND WS-FIL-QTD < 100
               ADD 1 TO WS-FIL-QTD
               MOVE WS-FIL-QTD TO WS-POS-ACHOU
               MOVE FM-FILIAL TO WS-FIL-CODIGO(WS-POS-ACHOU)
               MOVE ZERO TO WS-FIL-TOTAL(WS-POS-ACHOU)
           END-IF.
           IF WS-POS-ACHOU = ZERO
               ADD FM-SALDO TO WS-POS-FORA
           ELSE
               ADD FM-SALDO TO WS-FIL-TOTAL(WS-POS-ACHOU)
           END-IF.

           MOVE ZERO TO WS-POS-ACHOU.
           PERFORM 620-PROCURAR-CENTRO
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-CTR-QTD OR WS-POS-ACHOU > ZERO.
           IF WS-POS-ACHOU = ZERO AND WS-CTR-QTD < 300
               ADD 1 TO WS-CTR-QTD
               MOVE WS-CTR-QTD TO WS-POS-ACHOU
               MOVE FM-CENTRO-CUSTO TO WS-CTR-CODIGO(WS-POS-ACHOU)
               MOVE ZERO TO WS-CTR-TOTAL(WS-POS-ACHOU)
           END-IF.
           IF WS-POS-ACHOU = ZERO
               ADD FM-SALDO TO WS-POS-FORA
           ELSE
               ADD FM-SALDO TO WS-CTR-TOTAL(WS-POS-ACHOU)
           END-IF.

           MOVE ZERO TO WS-POS-ACHOU.
           PERFORM 625-PROCURAR-NATUREZA
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-NAT-QTD OR WS-POS-ACHOU > ZERO.
           IF WS-POS-ACHOU = ZERO AND WS-NAT-QTD < 200
               ADD 1 TO WS-NAT-QTD
               MOVE WS-NAT-QTD TO WS-POS-ACHOU
               MOVE FM-NATUREZA TO WS-NAT-CODIGO(WS-POS-ACHOU)
               MOVE ZERO TO WS-NAT-TOTAL(WS-POS-ACHOU)
           END-IF.
           IF WS-POS-ACHOU = ZERO
               ADD FM-SALDO TO WS-POS-FORA
           ELSE
               ADD FM-SALDO TO WS-NAT-TOTAL(WS-POS-ACHOU)
           END-IF.

       615-PROCURAR-FILIAL.
           IF WS-FIL-CODIGO(WS-POS-IDX) = FM-FILIAL
               MOVE WS-POS-IDX TO WS-POS-ACHOU
           END-IF.

       620-PROCURAR-CENTRO.
           IF WS-CTR-CODIGO(WS-POS-IDX) = FM-CENTRO-CUSTO
               MOVE WS-POS-IDX TO WS-POS-ACHOU
           END-IF.

       625-PROCURAR-NATUREZA.
           IF WS-NAT-CODIGO(WS-POS-IDX) = FM-NATUREZA
               MOVE WS-POS-IDX TO WS-POS-ACHOU
           END-IF.

       650-IMPRIMIR-FILIAL.
           MOVE SPACES TO WS-LINHA.
           IF WS-FIL-CODIGO(WS-POS-IDX) = SPACES
               STRING "  (sem filial)  " WS-FIL-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  " WS-FIL-CODIGO(WS-POS-IDX) "            "
                      WS-FIL-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       655-IMPRIMIR-CENTRO.
           MOVE SPACES TO WS-LINHA.
           IF WS-CTR-CODIGO(WS-POS-IDX) = SPACES
               STRING "  (sem centro)  " WS-CTR-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  " WS-CTR-CODIGO(WS-POS-IDX) "          "
                      WS-CTR-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       660-IMPRIMIR-NATUREZA.
           MOVE SPACES TO WS-LINHA.
           IF WS-NAT-CODIGO(WS-POS-IDX) = SPACES
               STRING "  (sem natur.)  " WS-NAT-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  " WS-NAT-CODIGO(WS-POS-IDX) "            "
                      WS-NAT-TOTAL(WS-POS-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

      *> LE AS FOTOS DOS ULTIMOS 13 MESES EM ORDEM DE DATA; UMA FOTO
      *> MAIS RECENTE NO MESMO MES SUBSTITUI A ANTERIOR (FICA A DO
      *> FECHAMENTO). SAEM AS DOZE ULTIMAS, COM A VARIACAO DE CADA FAIXA
      *> SOBRE O FECHAMENTO ANTERIOR
       700-TENDENCIA-AGING.
           DISPLAY "--- Tendencia do Aging nos Fechamentos ---".
           OPEN INPUT FOTOMES-FILE.
           IF NOT STATUS-OK-FM
               DISPLAY "AVISO: nenhuma fotografia guardada ainda."
               CLOSE FOTOMES-FILE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TEN-ANO = WS-HOJE-ANO - 1.
           MOVE WS-TEN-ANO TO WS-TEN-DATA-CORTE(1:4).
           MOVE WS-DATA-HOJE(5:2) TO WS-TEN-DATA-CORTE(5:2).
           MOVE '01' TO WS-TEN-DATA-CORTE(7:2).
           MOVE ZERO TO WS-TEN-QTD.
           INITIALIZE WS-TEN-TAB.
           MOVE WS-TEN-DATA-CORTE TO FM-DATA-FOTO.
           MOVE ZERO TO FM-NUM-DOC FM-CNPJ-FORN.
           MOVE 'N' TO WS-FIM-LEITURA.
           START FOTOMES-FILE KEY IS GREATER THAN OR EQUAL TO FM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 710-TENDENCIA-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FOTOMES-FILE.
           IF WS-TEN-QTD = ZERO
               DISPLAY "AVISO: nenhuma fotografia nos ultimos 12 meses."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 880-ABRIR-SPOOL.
           MOVE "------- TENDENCIA DO AGING NOS FECHAMENTOS MENSAIS -------"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "DATA      A VENCER        1-30            31-60"
               TO WS-LINHA.
           MOVE "61-90           90+             TOTAL" TO WS-LINHA(65:).
           PERFORM 890-EMITIR-LINHA.
           MOVE 1 TO WS-TEN-INICIO.
           IF WS-TEN-QTD > 12
               COMPUTE WS-TEN-INICIO = WS-TEN-QTD - 11
           END-IF.
           PERFORM 750-IMPRIMIR-MES-TENDENCIA
               VARYING WS-TEN-IDX FROM WS-TEN-INICIO BY 1
               UNTIL WS-TEN-IDX > WS-TEN-QTD.
           PERFORM 895-FECHAR-SPOOL.

       710-TENDENCIA-PROXIMA.
           READ FOTOMES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF WS-TEN-QTD = ZERO
               PERFORM 720-NOVO-MES-TENDENCIA
           ELSE
               IF FM-DATA-FOTO(1:6) NOT = WS-TEN-DATA(WS-TEN-QTD)(1:6)
                   PERFORM 720-NOVO-MES-TENDENCIA
               ELSE
                   IF FM-DATA-FOTO NOT = WS-TEN-DATA(WS-TEN-QTD)
                       INITIALIZE WS-TEN-ITEM(WS-TEN-QTD)
                       MOVE FM-DATA-FOTO TO WS-TEN-DATA(WS-TEN-QTD)
                   END-IF
               END-IF
           END-IF.
           IF WS-TEN-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 470-CLASSIFICAR-FAIXA.
           ADD FM-SALDO TO WS-TEN-FAIXA(WS-TEN-QTD, WS-FAIXA)
               WS-TEN-TOTAL(WS-TEN-QTD).

       720-NOVO-MES-TENDENCIA.
           IF WS-TEN-QTD < 14
               ADD 1 TO WS-TEN-QTD
               INITIALIZE WS-TEN-ITEM(WS-TEN-QTD)
               MOVE FM-DATA-FOTO TO WS-TEN-DATA(WS-TEN-QTD)
           END-IF.

       750-IMPRIMIR-MES-TENDENCIA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-TEN-DATA(WS-TEN-IDX) "  "
                  WS-TEN-FAIXA(WS-TEN-IDX, 1) " "
                  WS-TEN-FAIXA(WS-TEN-IDX, 2) " "
                  WS-TEN-FAIXA(WS-TEN-IDX, 3) " "
                  WS-TEN-FAIXA(WS-TEN-IDX, 4) " "
                  WS-TEN-FAIXA(WS-TEN-IDX, 5) " "
                  WS-TEN-TOTAL(WS-TEN-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-TEN-IDX = WS-TEN-INICIO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA.
           MOVE "  variacao" TO WS-LINHA.
           PERFORM 760-MONTAR-VARIACAO
               VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 6.
           PERFORM 890-EMITIR-LINHA.

      *> A SEXTA COLUNA E O TOTAL; CADA VARIACAO OCUPA 16 POSICOES,
      *> ALINHADA COM A COLUNA DA FAIXA NA LINHA DE CIMA
       760-MONTAR-VARIACAO.
           IF WS-FAIXA = 6
               COMPUTE WS-DIF = WS-TEN-TOTAL(WS-TEN-IDX)
                   - WS-TEN-TOTAL(WS-TEN-IDX - 1)
           ELSE
               COMPUTE WS-DIF = WS-TEN-FAIXA(WS-TEN-IDX, WS-FAIXA)
                   - WS-TEN-FAIXA(WS-TEN-IDX - 1, WS-FAIXA)
           END-IF.
           IF WS-DIF < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-DIF TO WS-VALOR-ABS.
           STRING WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE
               INTO WS-LINHA((WS-FAIXA - 1) * 16 + 10:15).

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'FOTOMES_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       895-FECHAR-SPOOL.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO, COM O USUARIO DA SESSAO GRAVADO PELO MENU
       990-GRAVAR-LOG-ERRO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       MOVE SPACES TO SS-USUARIO
               END-READ
               CLOSE SESSAO-FILE
           ELSE
               MOVE SPACES TO SS-USUARIO
               CLOSE SESSAO-FILE
           END-IF.

           OPEN EXTEND ERRLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EL
               OPEN OUTPUT ERRLOG-FILE
           END-IF.
           IF NOT STATUS-OK-EL
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ERRO.
           MOVE WS-DHE-DATA TO EL-DATA-HORA(1:8).
           MOVE WS-DHE-HORA TO EL-DATA-HORA(9:6).
           MOVE SS-USUARIO TO EL-USUARIO.
           MOVE 'FOTOMES' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
