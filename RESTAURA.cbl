               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BACKUPH.

           SELECT BKPLOG-FILE *> Manifesto e verificacao de cada geracao
               ASSIGN TO 'BKPLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-DATA
               FILE STATUS IS WS-STATUS-BKPLOG.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  HISTPAGTO-FILE.
       01  HIST-REG.
       01  BACKUP-REG             PIC X(287).

       FD  BACKUPF-FILE.
       01  BACKUPF-REG            PIC X(195).

       FD  BACKUPH-FILE.
       01  BACKUPH-REG            PIC X(128).

       FD  BKPLOG-FILE.
       01  BKPLOG-REG.
           05 BK-DATA              PIC 9(08).
           05 BK-DATA-HORA         PIC 9(14).
           05 BK-SITUACAO          PIC X(01).
           05 BK-ARQ OCCURS 3 TIMES.
              10 BK-QTD            PIC 9(07).
              10 BK-TOTAL          PIC S9(13)V99.
              10 BK-CHECKSUM       PIC 9(09).
              10 BK-RESULTADO      PIC X(01).
           05 BK-DATA-HORA-VERIF   PIC 9(14).
           05 BK-MOTIVO            PIC X(40).

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
       01 WS-STATUS-BACKUPH       PIC X(2).
           88 STATUS-OK-BKPH         VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BKPH VALUE '35'.
       01 WS-STATUS-BKPLOG        PIC X(2).
           88 STATUS-OK-BK           VALUE '00'.
       01 WS-BKP-EXISTE           PIC X(01).
       01 WS-BKP-LEGIVEL          PIC X(01).
       01 WS-STATUS-SESSAO        PIC X(2).
       01 WS-FIM-LEITURA          PIC X(01).

       01 WS-QTD-BACKUP           PIC 9(06) VALUE ZERO.

      *> SO AS GERACOES VERIFICADAS PELO BACKUPDT SAO OFERECIDAS; AS
      *> DEMAIS (COM FALHA, NAO VERIFICADAS OU ANTERIORES AO BKPLOG) SO
      *> APARECEM A PEDIDO E EXIGEM UMA SEGUNDA CONFIRMACAO
       01 WS-LISTAR-TODAS         PIC X(01).
       01 WS-QTD-LISTADAS         PIC 9(04).
       01 WS-GER-SITUACAO         PIC X(01).
       01 WS-GER-QTD-MANIF        PIC 9(07).
       01 WS-DESC-SITUACAO        PIC X(14).
       01 WS-QTD-RESTAURADOS      PIC 9(06) VALUE ZERO.
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.

       01 WS-RF-QTD-IGNORADAS     PIC 9(06).
       01 WS-FIM-JORNAL           PIC X(01).

      *> O RESUMO DE SALDO POR FORNECEDOR E DERIVADO DO CONTAPAGAR E DO
      *> HISTPAGTO: DEPOIS DE RESTAURAR UM DELES E REFEITO POR INTEIRO
       01 WS-SALDO-PARM.
           05 WS-SLD-PROGRAMA      PIC X(08) VALUE 'RESTAURA'.
           05 WS-SLD-ARQUIVO       PIC X(12) VALUE SPACES.
           05 WS-SLD-OPERACAO      PIC X(01) VALUE 'R'.
           05 WS-SLD-IMAGEM        PIC X(290) VALUE SPACES.

       PROCEDURE DIVISION.
      *> RESTAURA UM DOS ARQUIVOS PRINCIPAIS A PARTIR DE UMA GERACAO DE
      *> BACKUP DO BACKUPDT: CONTA OS REGISTROS DA COPIA, PEDE
           DISPLAY "--- Restauracao de Backups ---".
           PERFORM 150-LER-USUARIO-SESSAO.

           PERFORM 160-LISTAR-GERACOES.

           DISPLAY "Qual arquivo restaurar?".
           DISPLAY "1 - CONTAPAGAR.DAT".
                       DELIMITED BY SIZE INTO WS-NOME-BACKUP
           END-EVALUATE.

           PERFORM 170-CONSULTAR-GERACAO.
           IF WS-GER-SITUACAO NOT = 'V'
               DISPLAY "ATENCAO: a geracao " WS-DATA-GERACAO
                       " nao foi verificada com sucesso ("
                       WS-DESC-SITUACAO ")."
               DISPLAY "Usar assim mesmo? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMACAO
               IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
                   DISPLAY "Restauracao cancelada."
                   GOBACK
               END-IF
           END-IF.

           PERFORM 200-CONTAR-REGISTROS-BACKUP.
           IF WS-BKP-LEGIVEL NOT = 'S'
               GOBACK
           END-IF.
           IF WS-GER-SITUACAO = 'V'
                   AND WS-QTD-BACKUP NOT = WS-GER-QTD-MANIF
               DISPLAY "ATENCAO: a copia tem " WS-QTD-BACKUP
                       " registro(s), o manifesto da geracao registra "
                       WS-GER-QTD-MANIF "."
           END-IF.

           DISPLAY "Geracao " WS-NOME-BACKUP " com " WS-QTD-BACKUP
                   " registro(s).".
               PERFORM 800-ROLL-FORWARD
           END-IF.

           IF WS-OPCAO-ARQUIVO = 1 OR WS-OPCAO-ARQUIVO = 3
               CALL 'SALDOFOR' USING WS-SALDO-PARM
           END-IF.

           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.
               CLOSE SESSAO-FILE
           END-IF.

      *> LISTA AS GERACOES VERIFICADAS DO BKPLOG; A PEDIDO, MOSTRA
      *> TAMBEM AS COM FALHA E AS COPIAS SEM REGISTRO NO BKPLOG
       160-LISTAR-GERACOES.
           MOVE 'N' TO WS-LISTAR-TODAS.
           PERFORM 162-LER-BKPLOG.
           IF WS-QTD-LISTADAS = ZERO
               DISPLAY "Nenhuma geracao verificada no BKPLOG."
           END-IF.
           DISPLAY "Listar tambem as geracoes nao verificadas? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-LISTAR-TODAS.
           MOVE FUNCTION UPPER-CASE(WS-LISTAR-TODAS) TO WS-LISTAR-TODAS.
           IF WS-LISTAR-TODAS = 'S'
               PERFORM 162-LER-BKPLOG
               DISPLAY "Copias presentes no diretorio:"
               CALL "SYSTEM" USING "ls CONTAPAGAR.BKP* FORNECEDOR.BKP* HISTPAGTO.BKP* 2>/dev/null"
           END-IF.

       162-LER-BKPLOG.
           MOVE ZERO TO WS-QTD-LISTADAS.
           IF WS-LISTAR-TODAS = 'S'
               DISPLAY "Geracoes nao verificadas ou com falha:"
           ELSE
               DISPLAY "Geracoes de backup verificadas:"
           END-IF.
           OPEN INPUT BKPLOG-FILE.
           IF NOT STATUS-OK-BK
               CLOSE BKPLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 165-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BKPLOG-FILE.

       165-LISTAR-PROXIMA.
           READ BKPLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF (WS-LISTAR-TODAS = 'S' AND BK-SITUACAO = 'V')
                   OR (WS-LISTAR-TODAS NOT = 'S' AND BK-SITUACAO NOT = 'V')
               EXIT PARAGRAPH
           END-IF.
           MOVE BK-SITUACAO TO WS-GER-SITUACAO.
           PERFORM 175-DESCREVER-SITUACAO.
           ADD 1 TO WS-QTD-LISTADAS.
           DISPLAY "  " BK-DATA "  " WS-DESC-SITUACAO
                   "  CP " BK-QTD(1) "  FORN " BK-QTD(2)
                   "  HIST " BK-QTD(3) "  " BK-MOTIVO.

       170-CONSULTAR-GERACAO.
           MOVE SPACE TO WS-GER-SITUACAO.
           MOVE ZERO TO WS-GER-QTD-MANIF.
           OPEN INPUT BKPLOG-FILE.
           IF STATUS-OK-BK
               MOVE WS-DATA-GERACAO TO BK-DATA
               READ BKPLOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BK-SITUACAO TO WS-GER-SITUACAO
                       IF BK-RESULTADO(WS-OPCAO-ARQUIVO) = 'F'
                           MOVE 'F' TO WS-GER-SITUACAO
                       END-IF
                       MOVE BK-QTD(WS-OPCAO-ARQUIVO) TO WS-GER-QTD-MANIF
               END-READ
           END-IF.
           CLOSE BKPLOG-FILE.
           PERFORM 175-DESCREVER-SITUACAO.

       175-DESCREVER-SITUACAO.
           EVALUATE WS-GER-SITUACAO
               WHEN 'V'
                   MOVE "VERIFICADA" TO WS-DESC-SITUACAO
               WHEN 'F'
                   MOVE "COM FALHA" TO WS-DESC-SITUACAO
               WHEN 'N'
                   MOVE "NAO VERIFICADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "SEM MANIFESTO" TO WS-DESC-SITUACAO
           END-EVALUATE.

      *> A CONTAGEM PREVIA USA O FD DO LAYOUT CERTO DO ARQUIVO
      *> ESCOLHIDO; A GERACAO INEXISTENTE OU ILEGIVEL ABORTA AQUI
       200-CONTAR-REGISTROS-BACKUP.
                   PERFORM 850-REGRAVAR-CONTA
               WHEN WS-OPCAO-ARQUIVO = 2 AND
                       JN-ARQUIVO = 'FORNECEDOR'
                   MOVE JN-IMAGEM(1:195) TO FORNECEDOR-REG
                   PERFORM 860-REGRAVAR-FORNECEDOR
               WHEN WS-OPCAO-ARQUIVO = 3 AND
                       JN-ARQUIVO = 'HISTPAGTO'
