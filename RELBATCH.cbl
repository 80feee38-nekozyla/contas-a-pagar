       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBATCH.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATLOG-FILE *> Log das rodadas noturnas, um registro por passo
               ASSIGN TO 'BATLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATLOG.

           SELECT BATALERT-FILE *> Alertas de duracao e de janela da rodada
               ASSIGN TO 'BATALERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATALERT.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATLOG-FILE.
       01  BATLOG-REG.
           05 BL-DATA-HORA-INI  PIC 9(14).
           05 BL-DATA-HORA-FIM  PIC 9(14).
           05 BL-PASSO          PIC X(08).
           05 BL-CONTADOR       PIC 9(06).
           05 BL-RESULTADO      PIC X(01).

       FD  BATALERT-FILE.
       01  BATALERT-REG.
           05 BA-DATA-HORA      PIC 9(14).
           05 BA-PASSO          PIC X(08).
           05 BA-TIPO           PIC X(01).
           05 BA-DURACAO        PIC 9(06).
           05 BA-MEDIA          PIC 9(06).
           05 BA-JANELA         PIC 9(04).

       FD  PARAMS-FILE.
       01  PARAMS-REG.
           05 PR-TAXA-JUROS-DIA    PIC 9V99999.
           05 PR-TAXA-MULTA        PIC 9V9999.
           05 PR-VALOR-ALCADA      PIC 9(10)V99.
           05 PR-DIAS-LEMBRETE     PIC 9(03).
           05 PR-DIAS-ESCALACAO    PIC 9(03).
           05 PR-DIAS-RETENCAO-HIST PIC 9(05).
           05 PR-TOP-N             PIC 9(03).
           05 PR-PERC-LIMITE-BLOQ  PIC 9(03).
           05 PR-PERC-ORC-APROV    PIC 9(03).
           05 PR-CONTA-BCO-AGENDA  PIC X(04).
           05 PR-MESES-ARQUIVO     PIC 9(03).
           05 PR-DIAS-JANELA-DUP   PIC 9(03).
           05 PR-DIAS-VALIDADE-SENHA PIC 9(03).
           05 PR-MAX-TENTATIVAS    PIC 9(02).
           05 PR-MINUTOS-SESSAO    PIC 9(04).
           05 PR-ALERTA-ARQ-KB     PIC 9(07).
           05 PR-MESES-AVISO-CONTR PIC 9(02).
           05 PR-POLITICA-CND      PIC X(01).
           05 PR-DIAS-AVISO-CND    PIC 9(03).
           05 PR-LIMITE-RESIDUO    PIC 9(04)V99.
           05 PR-VALOR-EXIGE-ANEXO PIC 9(10)V99.
           05 PR-PERC-TOLER-RECEB  PIC 9(02)V99.
           05 PR-DIAS-DESCONHEC    PIC 9(03).
           05 PR-CC-SUSPENSO       PIC X(06).
           05 PR-PERC-DESVIO-CONS  PIC 9(03).
           05 PR-SLA-HORAS-APROV   PIC 9(03).
           05 PR-SLA-HORAS-LIB     PIC 9(03).
           05 PR-JANELA-FIM-BATCH  PIC 9(04).
           05 FILLER               PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BATLOG        PIC X(2).
           88 STATUS-OK-BL           VALUE '00'.
       01 WS-STATUS-BATALERT      PIC X(2).
           88 STATUS-OK-BA           VALUE '00'.
       01 WS-STATUS-PARAMS        PIC X(2).
           88 STATUS-OK-PR           VALUE '00'.
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

      *> PASSOS ENCONTRADOS NO BATLOG, CADA UM COM AS ULTIMAS N
      *> EXECUCOES OK EM ANEL (DATA, DURACAO E REGISTROS), MAIS O TOTAL
      *> DE EXECUCOES, FALHAS E PULOS DE TODO O LOG
       01 WS-N-RODADAS            PIC 9(02) VALUE ZERO.
       01 WS-PS-QTD               PIC 9(02) VALUE ZERO.
       01 WS-PS-IDX               PIC 9(02).
       01 WS-PS-ACHADO            PIC 9(02).
       01 WS-PS-TAB.
           05 WS-PS-ITEM OCCURS 40 TIMES.
              10 WS-PS-NOME       PIC X(08).
              10 WS-PS-TOTAL      PIC 9(05).
              10 WS-PS-FALHAS     PIC 9(05).
              10 WS-PS-PULOS      PIC 9(05).
              10 WS-PS-EXEC OCCURS 20 TIMES.
                 15 WS-PS-DATA    PIC 9(08).
                 15 WS-PS-DUR     PIC 9(06).
                 15 WS-PS-CONT    PIC 9(06).
       01 WS-EX-POS               PIC 9(02).
       01 WS-EX-INICIO            PIC 9(02).
       01 WS-EX-N                 PIC 9(02).
       01 WS-EX-K                 PIC 9(02).

       01 WS-SOMA-DUR             PIC 9(08).
       01 WS-SOMA-CONT            PIC 9(09).
       01 WS-MAX-DUR              PIC 9(06).
       01 WS-MEDIA-DUR            PIC 9(06)V99.
       01 WS-ULTIMA-DUR           PIC 9(06).
       01 WS-REG-SEG              PIC 9(07)V99.
       01 WS-TENDENCIA            PIC X(08).

       01 WS-JANELA-FIM           PIC 9(04) VALUE ZERO.
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-DATA-CORTE           PIC 9(08).
       01 WS-CORTE-INT            PIC S9(09) COMP.
       01 WS-QTD-ALERTAS          PIC 9(04).

       01 WS-TS-INI               PIC 9(14).
       01 WS-TS-INI-R REDEFINES WS-TS-INI.
           05 WS-TSI-DATA          PIC 9(08).
           05 WS-TSI-HH            PIC 9(02).
           05 WS-TSI-MM            PIC 9(02).
           05 WS-TSI-SS            PIC 9(02).
       01 WS-TS-FIM               PIC 9(14).
       01 WS-TS-FIM-R REDEFINES WS-TS-FIM.
           05 WS-TSF-DATA          PIC 9(08).
           05 WS-TSF-HH            PIC 9(02).
           05 WS-TSF-MM            PIC 9(02).
           05 WS-TSF-SS            PIC 9(02).
       01 WS-DURACAO-SEG          PIC 9(06).
       01 WS-SEG-DIAS             PIC S9(09) COMP.
       01 WS-SEG-CALC             PIC S9(09) COMP.

       01 WS-ED-DUR               PIC ZZZ,ZZ9.
       01 WS-ED-CONT              PIC ZZZ,ZZ9.
       01 WS-ED-MEDIA             PIC ZZZ,ZZ9.99.
       01 WS-ED-MAX               PIC ZZZ,ZZ9.
       01 WS-ED-REG-SEG           PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-QTD               PIC ZZZZ9.
       01 WS-ED-FALHAS            PIC ZZZZ9.
       01 WS-ED-PULOS             PIC ZZZZ9.

       PROCEDURE DIVISION.
      *> DESEMPENHO DA RODADA NOTURNA A PARTIR DO BATLOG: PARA CADA
      *> PASSO, A DURACAO DAS ULTIMAS N EXECUCOES OK EM ORDEM
      *> CRONOLOGICA (A TENDENCIA), A MEDIA, O MAXIMO E OS REGISTROS POR
      *> SEGUNDO; A ULTIMA EXECUCAO CONTRA A MEDIA DA A DIRECAO. NO FIM,
      *> OS ALERTAS DE PASSO LENTO E DE JANELA ESTOURADA QUE A PROPRIA
      *> RODADA GRAVOU NOS ULTIMOS 7 DIAS (BATALERT.DAT)
       100-INICIAR.
           DISPLAY "--- Desempenho da Rodada Noturna ---".
           DISPLAY "Quantas rodadas por passo (1 a 20, 0 = 10): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-N-RODADAS.
           ACCEPT WS-N-RODADAS.
           IF WS-N-RODADAS = ZERO OR WS-N-RODADAS > 20
               MOVE 10 TO WS-N-RODADAS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-CORTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 7.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).
           PERFORM 150-LER-PARAMETROS.

           PERFORM 200-LER-BATLOG.
           IF WS-PS-QTD = ZERO
               DISPLAY "Nenhuma rodada registrada em BATLOG.DAT."
               PERFORM 850-PAUSA
               GOBACK
           END-IF.

           PERFORM 880-ABRIR-SPOOL.
           PERFORM 700-IMPRIMIR-RELATORIO.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.
           GOBACK.

       150-LER-PARAMETROS.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PR-JANELA-FIM-BATCH IS NUMERIC
                       MOVE PR-JANELA-FIM-BATCH TO WS-JANELA-FIM
                   END-IF
           END-READ.
           CLOSE PARAMS-FILE.

       200-LER-BATLOG.
           INITIALIZE WS-PS-TAB.
           MOVE ZERO TO WS-PS-QTD.
           OPEN INPUT BATLOG-FILE.
           IF NOT STATUS-OK-BL
               CLOSE BATLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 210-LER-PROXIMO-LOG UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BATLOG-FILE.

       210-LER-PROXIMO-LOG.
           READ BATLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-PS-ACHADO.
           PERFORM 220-PROCURAR-PASSO
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-QTD OR WS-PS-ACHADO > ZERO.
           IF WS-PS-ACHADO = ZERO
               IF WS-PS-QTD >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PS-QTD
               MOVE WS-PS-QTD TO WS-PS-ACHADO
               MOVE BL-PASSO TO WS-PS-NOME(WS-PS-ACHADO)
           END-IF.
           EVALUATE BL-RESULTADO
               WHEN '0'
                   MOVE BL-DATA-HORA-INI TO WS-TS-INI
                   MOVE BL-DATA-HORA-FIM TO WS-TS-FIM
                   PERFORM 950-CALCULAR-DURACAO
                   COMPUTE WS-EX-POS = FUNCTION MOD(
                       WS-PS-TOTAL(WS-PS-ACHADO), WS-N-RODADAS) + 1
                   MOVE WS-TSI-DATA
                       TO WS-PS-DATA(WS-PS-ACHADO, WS-EX-POS)
                   MOVE WS-DURACAO-SEG
                       TO WS-PS-DUR(WS-PS-ACHADO, WS-EX-POS)
                   MOVE BL-CONTADOR
                       TO WS-PS-CONT(WS-PS-ACHADO, WS-EX-POS)
                   ADD 1 TO WS-PS-TOTAL(WS-PS-ACHADO)
               WHEN 'P'
               WHEN 'D'
                   ADD 1 TO WS-PS-PULOS(WS-PS-ACHADO)
               WHEN OTHER
                   ADD 1 TO WS-PS-FALHAS(WS-PS-ACHADO)
           END-EVALUATE.

       220-PROCURAR-PASSO.
           IF WS-PS-NOME(WS-PS-IDX) = BL-PASSO
               MOVE WS-PS-IDX TO WS-PS-ACHADO
           END-IF.

       700-IMPRIMIR-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "DESEMPENHO DA RODADA NOTURNA - ULTIMAS "
                  WS-N-RODADAS " EXECUCOES OK POR PASSO - EMITIDO EM "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-JANELA-FIM = ZERO
               MOVE "Fim da janela do batch: nao configurado (CADPARAM)"
                   TO WS-LINHA
           ELSE
               STRING "Fim da janela do batch: " WS-JANELA-FIM
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 710-IMPRIMIR-PASSO
               VARYING WS-PS-IDX FROM 1 BY 1 UNTIL WS-PS-IDX > WS-PS-QTD.
           PERFORM 750-IMPRIMIR-ALERTAS.

       710-IMPRIMIR-PASSO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-PS-TOTAL(WS-PS-IDX) TO WS-ED-QTD.
           MOVE WS-PS-FALHAS(WS-PS-IDX) TO WS-ED-FALHAS.
           MOVE WS-PS-PULOS(WS-PS-IDX) TO WS-ED-PULOS.
           MOVE SPACES TO WS-LINHA.
           STRING "PASSO " WS-PS-NOME(WS-PS-IDX) "   execucoes OK: "
                  WS-ED-QTD "   falhas: " WS-ED-FALHAS "   pulos: "
                  WS-ED-PULOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-PS-TOTAL(WS-PS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "  Data       Duracao(s)  Registros     Reg/seg"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> O ANEL COMECA NA EXECUCAO MAIS ANTIGA QUE AINDA ESTA NELE
           IF WS-PS-TOTAL(WS-PS-IDX) > WS-N-RODADAS
               MOVE WS-N-RODADAS TO WS-EX-N
               COMPUTE WS-EX-INICIO = FUNCTION MOD(
                   WS-PS-TOTAL(WS-PS-IDX), WS-N-RODADAS) + 1
           ELSE
               MOVE WS-PS-TOTAL(WS-PS-IDX) TO WS-EX-N
               MOVE 1 TO WS-EX-INICIO
           END-IF.
           MOVE ZERO TO WS-SOMA-DUR WS-SOMA-CONT WS-MAX-DUR.
           PERFORM 720-IMPRIMIR-EXECUCAO
               VARYING WS-EX-K FROM 0 BY 1 UNTIL WS-EX-K >= WS-EX-N.

           COMPUTE WS-MEDIA-DUR ROUNDED = WS-SOMA-DUR / WS-EX-N.
           MOVE ZERO TO WS-REG-SEG.
           IF WS-SOMA-DUR > ZERO
               COMPUTE WS-REG-SEG ROUNDED = WS-SOMA-CONT / WS-SOMA-DUR
           END-IF.
           EVALUATE TRUE
               WHEN WS-EX-N < 3
                   MOVE "POUCOS" TO WS-TENDENCIA
               WHEN WS-ULTIMA-DUR > WS-MEDIA-DUR * 1.2
                   MOVE "SUBINDO" TO WS-TENDENCIA
               WHEN WS-ULTIMA-DUR < WS-MEDIA-DUR * 0.8
                   MOVE "CAINDO" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WS-TENDENCIA
           END-EVALUATE.
           MOVE WS-MEDIA-DUR TO WS-ED-MEDIA.
           MOVE WS-MAX-DUR TO WS-ED-MAX.
           MOVE WS-REG-SEG TO WS-ED-REG-SEG.
           MOVE SPACES TO WS-LINHA.
           STRING "  Media " WS-ED-MEDIA "s   maximo " WS-ED-MAX
                  "s   reg/seg " WS-ED-REG-SEG "   ultima x media: "
                  WS-TENDENCIA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       720-IMPRIMIR-EXECUCAO.
           COMPUTE WS-EX-POS = FUNCTION MOD(
               WS-EX-INICIO - 1 + WS-EX-K, WS-N-RODADAS) + 1.
           ADD WS-PS-DUR(WS-PS-IDX, WS-EX-POS) TO WS-SOMA-DUR.
           ADD WS-PS-CONT(WS-PS-IDX, WS-EX-POS) TO WS-SOMA-CONT.
           IF WS-PS-DUR(WS-PS-IDX, WS-EX-POS) > WS-MAX-DUR
               MOVE WS-PS-DUR(WS-PS-IDX, WS-EX-POS) TO WS-MAX-DUR
           END-IF.
           MOVE WS-PS-DUR(WS-PS-IDX, WS-EX-POS) TO WS-ULTIMA-DUR.
           MOVE ZERO TO WS-REG-SEG.
           IF WS-PS-DUR(WS-PS-IDX, WS-EX-POS) > ZERO
               COMPUTE WS-REG-SEG ROUNDED =
                   WS-PS-CONT(WS-PS-IDX, WS-EX-POS) /
                   WS-PS-DUR(WS-PS-IDX, WS-EX-POS)
           END-IF.
           MOVE WS-PS-DUR(WS-PS-IDX, WS-EX-POS) TO WS-ED-DUR.
           MOVE WS-PS-CONT(WS-PS-IDX, WS-EX-POS) TO WS-ED-CONT.
           MOVE WS-REG-SEG TO WS-ED-REG-SEG.
           MOVE SPACES TO WS-LINHA.
           STRING "  " WS-PS-DATA(WS-PS-IDX, WS-EX-POS) "   "
                  WS-ED-DUR "    " WS-ED-CONT "  " WS-ED-REG-SEG
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       750-IMPRIMIR-ALERTAS.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ALERTAS DA RODADA DESDE " WS-DATA-CORTE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-QTD-ALERTAS.
           OPEN INPUT BATALERT-FILE.
           IF STATUS-OK-BA
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 760-LER-PROXIMO-ALERTA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE BATALERT-FILE.
           IF WS-QTD-ALERTAS = ZERO
               MOVE "  Nenhum alerta no periodo." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       760-LER-PROXIMO-ALERTA.
           READ BATALERT-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF BA-DATA-HORA(1:8) < WS-DATA-CORTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ALERTAS.
           MOVE BA-DURACAO TO WS-ED-DUR.
           MOVE BA-MEDIA TO WS-ED-MAX.
           MOVE SPACES TO WS-LINHA.
           IF BA-TIPO = 'L'
               STRING "  " BA-DATA-HORA(1:8) " " BA-PASSO
                      " LENTO: " WS-ED-DUR "s contra media de "
                      WS-ED-MAX "s"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  " BA-DATA-HORA(1:8) " " BA-PASSO
                      " JANELA: terminou as " BA-DATA-HORA(9:4)
                      ", limite " BA-JANELA
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RELBATCH_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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

      *> SEGUNDOS ENTRE DOIS CARIMBOS AAAAMMDDHHMMSS (WS-TS-INI E
      *> WS-TS-FIM), ATRAVESSANDO A MEIA-NOITE PELO DIA-INTEIRO
       950-CALCULAR-DURACAO.
           MOVE ZERO TO WS-DURACAO-SEG.
           IF WS-TS-INI = ZERO OR WS-TS-FIM < WS-TS-INI
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEG-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-TSF-DATA) -
               FUNCTION INTEGER-OF-DATE(WS-TSI-DATA).
           COMPUTE WS-SEG-CALC = WS-SEG-DIAS * 86400
               + WS-TSF-HH * 3600 + WS-TSF-MM * 60 + WS-TSF-SS
               - WS-TSI-HH * 3600 - WS-TSI-MM * 60 - WS-TSI-SS.
           IF WS-SEG-CALC > ZERO
               MOVE WS-SEG-CALC TO WS-DURACAO-SEG
           END-IF.
