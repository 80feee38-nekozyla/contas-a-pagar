       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBKP.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPLOG-FILE *> Manifesto e verificacao de cada geracao
               ASSIGN TO 'BKPLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-DATA
               FILE STATUS IS WS-STATUS-BKPLOG.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BKPLOG        PIC X(2).
           88 STATUS-OK-BK           VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA         PIC 9(08).
           05 WS-DHS-HORA         PIC 9(06).
           05 FILLER              PIC X(07).
       01 WS-LINHA                PIC X(132).
       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01).

       01 WS-DATA-INICIO          PIC 9(08) VALUE ZERO.
       01 WS-ARQ                  PIC 9(01).
       01 WS-NOME-ARQ             PIC X(10).
       01 WS-DESC-SITUACAO        PIC X(14).
       01 WS-DESC-RESULTADO       PIC X(10).
       01 WS-QTD-GERACOES         PIC 9(05) VALUE ZERO.
       01 WS-QTD-VERIFICADAS      PIC 9(05) VALUE ZERO.
       01 WS-QTD-FALHAS           PIC 9(05) VALUE ZERO.
       01 WS-QTD-NAO-VERIF        PIC 9(05) VALUE ZERO.

       01 WS-ED-QTD               PIC Z,ZZZ,ZZ9.
       01 WS-ED-TOTAL             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-CHECKSUM          PIC 9(09).
       01 WS-ED-CONT              PIC ZZZZ9.

       PROCEDURE DIVISION.
      *> HISTORICO DAS GERACOES DE BACKUP DO BACKUPDT COM A SITUACAO DA
      *> VERIFICACAO: PARA CADA GERACAO, O CARIMBO DA COPIA E DA
      *> RELEITURA E, POR ARQUIVO, QUANTIDADE, TOTAL DE CONTROLE,
      *> CHECKSUM DO MANIFESTO E O RESULTADO DA CONFERENCIA
       100-INICIAR.
           DISPLAY "--- Historico de Backups e Verificacao ---".
           DISPLAY "A partir da data (AAAAMMDD, 0 = todas): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.

           OPEN INPUT BKPLOG-FILE.
           IF NOT STATUS-OK-BK
               DISPLAY "Nenhuma geracao registrada em BKPLOG.DAT."
               CLOSE BKPLOG-FILE
               PERFORM 850-PAUSA
               GOBACK
           END-IF.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "HISTORICO DE BACKUPS COM VERIFICACAO - EMITIDO EM "
                  WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE WS-DATA-INICIO TO BK-DATA.
           START BKPLOG-FILE KEY IS NOT LESS THAN BK-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-IMPRIMIR-GERACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BKPLOG-FILE.

           PERFORM 700-IMPRIMIR-TOTAIS.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.
           GOBACK.

       200-IMPRIMIR-GERACAO.
           READ BKPLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-QTD-GERACOES.
           EVALUATE BK-SITUACAO
               WHEN 'V'
                   MOVE "VERIFICADA" TO WS-DESC-SITUACAO
                   ADD 1 TO WS-QTD-VERIFICADAS
               WHEN 'F'
                   MOVE "COM FALHA" TO WS-DESC-SITUACAO
                   ADD 1 TO WS-QTD-FALHAS
               WHEN OTHER
                   MOVE "NAO VERIFICADA" TO WS-DESC-SITUACAO
                   ADD 1 TO WS-QTD-NAO-VERIF
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "GERACAO " BK-DATA "  copia " BK-DATA-HORA
                  "  verificacao " BK-DATA-HORA-VERIF "  "
                  WS-DESC-SITUACAO "  " BK-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 210-IMPRIMIR-ARQUIVO
               VARYING WS-ARQ FROM 1 BY 1 UNTIL WS-ARQ > 3.

       210-IMPRIMIR-ARQUIVO.
           EVALUATE WS-ARQ
               WHEN 1
                   MOVE "CONTAPAGAR" TO WS-NOME-ARQ
               WHEN 2
                   MOVE "FORNECEDOR" TO WS-NOME-ARQ
               WHEN 3
                   MOVE "HISTPAGTO" TO WS-NOME-ARQ
           END-EVALUATE.
           EVALUATE BK-RESULTADO(WS-ARQ)
               WHEN 'O'
                   MOVE "CONFERE" TO WS-DESC-RESULTADO
               WHEN 'F'
                   MOVE "FALHOU" TO WS-DESC-RESULTADO
               WHEN 'A'
                   MOVE "SEM ORIG." TO WS-DESC-RESULTADO
               WHEN OTHER
                   MOVE "-" TO WS-DESC-RESULTADO
           END-EVALUATE.
           MOVE BK-QTD(WS-ARQ) TO WS-ED-QTD.
           MOVE BK-TOTAL(WS-ARQ) TO WS-ED-TOTAL.
           MOVE BK-CHECKSUM(WS-ARQ) TO WS-ED-CHECKSUM.
           MOVE SPACES TO WS-LINHA.
           STRING "   " WS-NOME-ARQ "  registros " WS-ED-QTD
                  "  total " WS-ED-TOTAL "  checksum " WS-ED-CHECKSUM
                  "  " WS-DESC-RESULTADO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       700-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-QTD-GERACOES = ZERO
               MOVE "Nenhuma geracao no periodo." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QTD-GERACOES TO WS-ED-CONT.
           MOVE SPACES TO WS-LINHA.
           STRING "Geracoes: " WS-ED-CONT DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-QTD-VERIFICADAS TO WS-ED-CONT.
           MOVE SPACES TO WS-LINHA.
           STRING "  verificadas    : " WS-ED-CONT
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-QTD-FALHAS TO WS-ED-CONT.
           MOVE SPACES TO WS-LINHA.
           STRING "  com falha      : " WS-ED-CONT
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-QTD-NAO-VERIF TO WS-ED-CONT.
           MOVE SPACES TO WS-LINHA.
           STRING "  nao verificadas: " WS-ED-CONT
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RELBKP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
