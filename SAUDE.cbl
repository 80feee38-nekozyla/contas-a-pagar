       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAUDE.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAUDE-FILE *> Situacao do sistema para a monitoracao
               ASSIGN TO 'SAUDE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAUDE.

           SELECT BATLOG-FILE *> Log das rodadas noturnas, um registro por passo
               ASSIGN TO 'BATLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATLOG.

           SELECT PASSOBAT-FILE *> Passos da cadeia com regra de execucao
               ASSIGN TO 'PASSOBAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-ORDEM
               FILE STATUS IS WS-STATUS-PASSOBAT.

           SELECT BATALERT-FILE *> Alertas de duracao e de janela da rodada
               ASSIGN TO 'BATALERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATALERT.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERRLOG.

           SELECT SESSATIV-FILE *> Sessoes ativas, uma por usuario logado
               ASSIGN TO 'SESSATIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-USUARIO
               FILE STATUS IS WS-STATUS-SESSATIV.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR INDICADOR: CHAVE;NIVEL;VALOR. A CHAVE E FIXA E O
      *> NIVEL E SEMPRE OK, WARN OU CRIT; A PRIMEIRA LINHA TRAZ O
      *> MOMENTO DA GERACAO E A SEGUNDA O PIOR NIVEL DO ARQUIVO
       FD  SAUDE-FILE.
       01  SAUDE-REG              PIC X(80).

       FD  BATLOG-FILE.
       01  BATLOG-REG.
           05 BL-DATA-HORA-INI  PIC 9(14).
           05 BL-DATA-HORA-FIM  PIC 9(14).
           05 BL-PASSO          PIC X(08).
           05 BL-CONTADOR       PIC 9(06).
           05 BL-RESULTADO      PIC X(01).

       FD  PASSOBAT-FILE.
       01  PASSOBAT-REG.
           05 PB-ORDEM             PIC 9(03).
           05 PB-PASSO             PIC X(08).
           05 PB-REGRA             PIC X(01).
           05 PB-DIAS-SEMANA       PIC X(07).
           05 PB-DEPENDE           PIC X(08) OCCURS 3 TIMES.
           05 PB-CRITICO           PIC X(01).
           05 PB-ATIVO             PIC X(01).

       FD  BATALERT-FILE.
       01  BATALERT-REG.
           05 BA-DATA-HORA      PIC 9(14).
           05 BA-PASSO          PIC X(08).
           05 BA-TIPO           PIC X(01).
           05 BA-DURACAO        PIC 9(06).
           05 BA-MEDIA          PIC 9(06).
           05 BA-JANELA         PIC 9(04).

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
           05 EL-USUARIO       PIC X(10).
           05 EL-PROGRAMA      PIC X(08).
           05 EL-ARQUIVO       PIC X(12).
           05 EL-STATUS        PIC X(02).

       FD  SESSATIV-FILE.
       01  SESSATIV-REG.
           05 SA-USUARIO        PIC X(10).
           05 SA-PERFIL         PIC X(01).
           05 SA-DATA-HORA-LOGIN PIC 9(14).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SAUDE         PIC X(2).
           88 STATUS-OK-SAUDE        VALUE '00'.
       01 WS-STATUS-BATLOG        PIC X(2).
           88 STATUS-OK-BL           VALUE '00'.
       01 WS-STATUS-PASSOBAT      PIC X(2).
           88 STATUS-OK-PB           VALUE '00'.
       01 WS-STATUS-BATALERT      PIC X(2).
           88 STATUS-OK-BA           VALUE '00'.
       01 WS-STATUS-ERRLOG        PIC X(2).
           88 STATUS-OK-EL           VALUE '00'.
       01 WS-STATUS-SESSATIV      PIC X(2).
           88 STATUS-OK-SA           VALUE '00'.
       01 WS-STATUS-PARAMS        PIC X(2).
           88 STATUS-OK-PR           VALUE '00'.

      *> AREA COMPARTILHADA COM A CADEIA NOTURNA (BATNIGHT)
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

      *> CONTAGEM DAS FILAS PELO INBOX EM VISAO GERAL
       01 WS-INBOX-GERAL          PIC X(01) EXTERNAL.
       01 WS-INBOX-FILAS EXTERNAL.
           05 WS-IF-LIBERACAO     PIC 9(04).
           05 WS-IF-IDADE-LIB     PIC 9(04).
           05 WS-IF-APROVACAO     PIC 9(04).
           05 WS-IF-BANCARIA      PIC 9(04).
           05 WS-IF-IDADE-FBP     PIC 9(04).
       01 WS-MODO-ANTERIOR        PIC X(01).
       01 WS-CONTADOR-ANTERIOR    PIC 9(06).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01).
       01 WS-IDX                  PIC 9(02).

      *> LIMITES DOS NIVEIS: ERROS DE ARQUIVO NAS ULTIMAS 24 HORAS (1 JA
      *> E WARN), PASSO SEM REGISTRO HA MAIS DE 48 HORAS, FILA DATADA
      *> COM A PENDENCIA MAIS ANTIGA EM DIAS, APROVACOES PARADAS E
      *> SESSAO SEM LIMITE DO CADPARAM (12 HORAS)
       01 WS-ERROS-CRIT           PIC 9(03) VALUE 10.
       01 WS-IDADE-WARN           PIC 9(02) VALUE 2.
       01 WS-IDADE-CRIT           PIC 9(02) VALUE 5.
       01 WS-APROV-WARN           PIC 9(04) VALUE 20.
       01 WS-APROV-CRIT           PIC 9(04) VALUE 100.
       01 WS-MINUTOS-SESSAO       PIC 9(04) VALUE 720.
       01 WS-ALERTA-ARQ-KB        PIC 9(07) VALUE ZERO.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA          PIC 9(08).
           05 WS-DH-HORA          PIC 9(06).
           05 FILLER              PIC X(07).
       01 WS-AGORA                PIC 9(14).
       01 WS-CORTE-24H            PIC 9(14).
       01 WS-CORTE-48H            PIC 9(14).
       01 WS-CORTE-INT            PIC S9(09) COMP.
       01 WS-CORTE-DATA           PIC 9(08).
       01 WS-AGORA-MIN            PIC S9(11) COMP.
       01 WS-LOGIN-MIN            PIC S9(11) COMP.
       01 WS-IDADE-MIN            PIC S9(11) COMP.
       01 WS-DATA-AUX             PIC 9(08).
       01 WS-HH-AUX               PIC 9(02).
       01 WS-MM-AUX               PIC 9(02).

      *> PASSOS DA CADEIA (PASSOBAT) COM O ULTIMO REGISTRO DE CADA UM
       01 WS-PS-QTD               PIC 9(02) VALUE ZERO.
       01 WS-PS-TAB.
           05 WS-PS-ITEM OCCURS 30 TIMES.
              10 WS-PS-NOME       PIC X(08).
              10 WS-PS-RESULTADO  PIC X(01).
              10 WS-PS-FIM        PIC 9(14).
       01 WS-ULTIMO-FIM           PIC 9(14).
       01 WS-QTD-ALERTAS          PIC 9(04).
       01 WS-QTD-ERROS            PIC 9(05).
       01 WS-QTD-SESSOES          PIC 9(04).

       01 WS-ARQ-IDX              PIC 9(01).
       01 WS-ARQS-INIT.
           05 FILLER PIC X(14) VALUE 'CONTAPAGAR.DAT'.
           05 FILLER PIC X(14) VALUE 'HISTPAGTO.DAT '.
           05 FILLER PIC X(14) VALUE 'AUDITORIA.DAT '.
           05 FILLER PIC X(14) VALUE 'JORNAL.DAT    '.
           05 FILLER PIC X(14) VALUE 'ERRLOG.DAT    '.
       01 WS-ARQS REDEFINES WS-ARQS-INIT.
           05 WS-ARQ-NOME PIC X(14) OCCURS 5 TIMES.
       01 WS-NOME-CONSULTA        PIC X(30).
       01 WS-FILE-INFO.
           05 WS-FILE-TAM         PIC X(08) COMP-X.
           05 WS-FILE-DATA-ARQ.
              10 FILLER           PIC X COMP-X.
              10 FILLER           PIC X COMP-X.
              10 FILLER           PIC XX COMP-X.
           05 WS-FILE-HORA        PIC X(04).
       01 WS-ARQ-KB               PIC 9(09).

      *> INDICADORES MONTADOS ANTES DE GRAVAR, PARA O NIVEL GERAL
      *> PODER IR NO TOPO DO ARQUIVO
       01 WS-IN-QTD               PIC 9(02) VALUE ZERO.
       01 WS-IN-TAB.
           05 WS-IN-ITEM OCCURS 60 TIMES.
              10 WS-IN-CHAVE      PIC X(30).
              10 WS-IN-NIVEL      PIC X(04).
              10 WS-IN-VALOR      PIC X(40).
       01 WS-CHAVE                PIC X(30).
       01 WS-NIVEL                PIC X(04).
       01 WS-VALOR                PIC X(40).
       01 WS-NIVEL-GERAL          PIC X(04).
       01 WS-QTD-NAO-OK           PIC 9(02).
       01 WS-NUM-ED               PIC 9(09).

       PROCEDURE DIVISION.
      *> ARQUIVO DE SAUDE PARA A FERRAMENTA DE MONITORACAO DA
      *> INFRAESTRUTURA: SAUDE.TXT E REESCRITO INTEIRO NO FIM DE CADA
      *> RODADA NOTURNA E QUANDO PEDIDO PELO MENU, COM O ULTIMO
      *> RESULTADO DE CADA PASSO DA CADEIA, OS ERROS DE ARQUIVO DAS
      *> ULTIMAS 24 HORAS, OS ARQUIVOS ACIMA DO LIMITE DE CAPACIDADE, AS
      *> SESSOES ESQUECIDAS E AS FILAS DE LIBERACAO, APROVACAO E DADOS
      *> BANCARIOS DO INBOX
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-AGORA(1:8).
           MOVE WS-DH-HORA TO WS-AGORA(9:6).
           COMPUTE WS-CORTE-INT = FUNCTION INTEGER-OF-DATE(WS-DH-DATA) - 1.
           COMPUTE WS-CORTE-DATA = FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).
           MOVE WS-CORTE-DATA TO WS-CORTE-24H(1:8).
           MOVE WS-DH-HORA TO WS-CORTE-24H(9:6).
           SUBTRACT 1 FROM WS-CORTE-INT.
           COMPUTE WS-CORTE-DATA = FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).
           MOVE WS-CORTE-DATA TO WS-CORTE-48H(1:8).
           MOVE WS-DH-HORA TO WS-CORTE-48H(9:6).
           MOVE ZERO TO WS-IN-QTD.

           PERFORM 150-LER-PARAMETROS.
           PERFORM 200-SAUDE-DA-RODADA.
           PERFORM 300-ERROS-DE-ARQUIVO.
           PERFORM 400-CAPACIDADE-DE-ARQUIVOS.
           PERFORM 500-SESSOES-ESQUECIDAS.
           PERFORM 600-FILAS-DO-INBOX.
           PERFORM 800-GRAVAR-ARQUIVO.

           IF WS-MODO-BATCH = 'S'
               MOVE WS-QTD-NAO-OK TO WS-CONTADOR-BATCH
           ELSE
               DISPLAY "Arquivo SAUDE.TXT regravado; nivel geral "
                       WS-NIVEL-GERAL "."
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
           END-IF.
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
                   IF PR-MINUTOS-SESSAO > ZERO
                       MOVE PR-MINUTOS-SESSAO TO WS-MINUTOS-SESSAO
                   END-IF
                   MOVE PR-ALERTA-ARQ-KB TO WS-ALERTA-ARQ-KB
           END-READ.
           CLOSE PARAMS-FILE.

      *> BATCH.<PASSO>: ULTIMO RESULTADO NO BATLOG DE CADA PASSO ATIVO
      *> DO PASSOBAT. FALHA E CRIT; PULADO POR DEPENDENCIA, PASSO SEM
      *> REGISTRO HA 48 HORAS OU NUNCA RODADO E WARN. BATCH.ULTIMA-
      *> RODADA E BATCH.ALERTAS COMPLETAM O QUADRO DA NOITE
       200-SAUDE-DA-RODADA.
           MOVE ZERO TO WS-PS-QTD.
           OPEN INPUT PASSOBAT-FILE.
           IF STATUS-OK-PB
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 210-LER-PASSO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE PASSOBAT-FILE.

           MOVE ZERO TO WS-ULTIMO-FIM.
           OPEN INPUT BATLOG-FILE.
           IF STATUS-OK-BL
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 220-LER-BATLOG UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE BATLOG-FILE.

           PERFORM 230-AVALIAR-PASSO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PS-QTD.

           MOVE "BATCH.ULTIMA-RODADA" TO WS-CHAVE.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-ULTIMO-FIM TO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-ULTIMO-FIM = ZERO
                   MOVE "CRIT" TO WS-NIVEL
                   MOVE "NUNCA RODOU" TO WS-VALOR
               WHEN WS-ULTIMO-FIM < WS-CORTE-48H
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-ULTIMO-FIM < WS-CORTE-24H
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

           MOVE ZERO TO WS-QTD-ALERTAS.
           OPEN INPUT BATALERT-FILE.
           IF STATUS-OK-BA
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 240-LER-ALERTA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE BATALERT-FILE.
           MOVE "BATCH.ALERTAS-24H" TO WS-CHAVE.
           MOVE WS-QTD-ALERTAS TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-VALOR.
           IF WS-QTD-ALERTAS = ZERO
               MOVE "OK" TO WS-NIVEL
           ELSE
               MOVE "WARN" TO WS-NIVEL
           END-IF.
           PERFORM 900-ACRESCENTAR-INDICADOR.

       210-LER-PASSO.
           READ PASSOBAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PB-ATIVO = 'S' AND WS-PS-QTD < 30
                       ADD 1 TO WS-PS-QTD
                       MOVE PB-PASSO TO WS-PS-NOME(WS-PS-QTD)
                       MOVE SPACE TO WS-PS-RESULTADO(WS-PS-QTD)
                       MOVE ZERO TO WS-PS-FIM(WS-PS-QTD)
                   END-IF
           END-READ.

       220-LER-BATLOG.
           READ BATLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF BL-DATA-HORA-FIM > WS-ULTIMO-FIM
                       MOVE BL-DATA-HORA-FIM TO WS-ULTIMO-FIM
                   END-IF
                   PERFORM 225-GUARDAR-RESULTADO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PS-QTD
           END-READ.

       225-GUARDAR-RESULTADO.
           IF WS-PS-NOME(WS-IDX) = BL-PASSO
               MOVE BL-RESULTADO TO WS-PS-RESULTADO(WS-IDX)
               MOVE BL-DATA-HORA-FIM TO WS-PS-FIM(WS-IDX)
           END-IF.

       230-AVALIAR-PASSO.
           MOVE SPACES TO WS-CHAVE.
           STRING "BATCH." WS-PS-NOME(WS-IDX)
               DELIMITED BY SPACE INTO WS-CHAVE.
           MOVE SPACES TO WS-VALOR.
           STRING WS-PS-RESULTADO(WS-IDX) " " WS-PS-FIM(WS-IDX)
               DELIMITED BY SIZE INTO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-PS-FIM(WS-IDX) = ZERO
                   MOVE "WARN" TO WS-NIVEL
                   MOVE "NUNCA RODOU" TO WS-VALOR
               WHEN WS-PS-RESULTADO(WS-IDX) = '1'
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-PS-RESULTADO(WS-IDX) = 'D'
                   MOVE "WARN" TO WS-NIVEL
               WHEN WS-PS-FIM(WS-IDX) < WS-CORTE-48H
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

       240-LER-ALERTA.
           READ BATALERT-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF BA-DATA-HORA >= WS-CORTE-24H
                       ADD 1 TO WS-QTD-ALERTAS
                   END-IF
           END-READ.

      *> ERRLOG.24H: FALHAS DE ARQUIVO REGISTRADAS NAS ULTIMAS 24 HORAS
       300-ERROS-DE-ARQUIVO.
           MOVE ZERO TO WS-QTD-ERROS.
           OPEN INPUT ERRLOG-FILE.
           IF STATUS-OK-EL
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 310-LER-ERRO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE ERRLOG-FILE.
           MOVE "ERRLOG.24H" TO WS-CHAVE.
           MOVE WS-QTD-ERROS TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-QTD-ERROS = ZERO
                   MOVE "OK" TO WS-NIVEL
               WHEN WS-QTD-ERROS >= WS-ERROS-CRIT
                   MOVE "CRIT" TO WS-NIVEL
               WHEN OTHER
                   MOVE "WARN" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

       310-LER-ERRO.
           READ ERRLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF EL-DATA-HORA >= WS-CORTE-24H
                       ADD 1 TO WS-QTD-ERROS
                   END-IF
           END-READ.

      *> ARQ.<NOME>: TAMANHO EM KB CONTRA O PR-ALERTA-ARQ-KB; ACIMA DO
      *> LIMITE E WARN, ACIMA DO DOBRO E CRIT. SEM LIMITE, SEMPRE OK
       400-CAPACIDADE-DE-ARQUIVOS.
           PERFORM 410-MEDIR-ARQUIVO
               VARYING WS-ARQ-IDX FROM 1 BY 1 UNTIL WS-ARQ-IDX > 5.

       410-MEDIR-ARQUIVO.
           MOVE SPACES TO WS-NOME-CONSULTA.
           MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-NOME-CONSULTA.
           MOVE ZERO TO WS-ARQ-KB.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-NOME-CONSULTA WS-FILE-INFO.
           IF RETURN-CODE = ZERO
               COMPUTE WS-ARQ-KB = WS-FILE-TAM / 1024
           END-IF.
           MOVE SPACES TO WS-CHAVE.
           STRING "ARQ." WS-ARQ-NOME(WS-ARQ-IDX)
               DELIMITED BY SPACE INTO WS-CHAVE.
           MOVE WS-ARQ-KB TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-ALERTA-ARQ-KB = ZERO
                   MOVE "OK" TO WS-NIVEL
               WHEN WS-ARQ-KB > WS-ALERTA-ARQ-KB * 2
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-ARQ-KB > WS-ALERTA-ARQ-KB
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

      *> SESSOES.ANTIGAS: SESSAO ATIVA HA MAIS TEMPO QUE A EXPIRACAO DO
      *> CADPARAM -- TERMINAL CAIDO QUE O SESSMON AINDA NAO LIMPOU
       500-SESSOES-ESQUECIDAS.
           MOVE ZERO TO WS-QTD-SESSOES.
           MOVE WS-AGORA(1:8) TO WS-DATA-AUX.
           MOVE WS-AGORA(9:2) TO WS-HH-AUX.
           MOVE WS-AGORA(11:2) TO WS-MM-AUX.
           COMPUTE WS-AGORA-MIN =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) * 1440
               + WS-HH-AUX * 60 + WS-MM-AUX.
           OPEN INPUT SESSATIV-FILE.
           IF STATUS-OK-SA
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO SA-USUARIO
               START SESSATIV-FILE KEY IS GREATER THAN SA-USUARIO
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 510-LER-SESSAO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE SESSATIV-FILE.
           MOVE "SESSOES.ANTIGAS" TO WS-CHAVE.
           MOVE WS-QTD-SESSOES TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-VALOR.
           IF WS-QTD-SESSOES = ZERO
               MOVE "OK" TO WS-NIVEL
           ELSE
               MOVE "WARN" TO WS-NIVEL
           END-IF.
           PERFORM 900-ACRESCENTAR-INDICADOR.

       510-LER-SESSAO.
           READ SESSATIV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SA-DATA-HORA-LOGIN(1:8) TO WS-DATA-AUX
                   MOVE SA-DATA-HORA-LOGIN(9:2) TO WS-HH-AUX
                   MOVE SA-DATA-HORA-LOGIN(11:2) TO WS-MM-AUX
                   COMPUTE WS-LOGIN-MIN =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) * 1440
                       + WS-HH-AUX * 60 + WS-MM-AUX
                   COMPUTE WS-IDADE-MIN = WS-AGORA-MIN - WS-LOGIN-MIN
                   IF WS-IDADE-MIN > WS-MINUTOS-SESSAO
                       ADD 1 TO WS-QTD-SESSOES
                   END-IF
           END-READ.

      *> INBOX.<FILA>: O INBOX CONTA EM MODO BATCH E VISAO GERAL; AS
      *> FILAS DATADAS GANHAM NIVEL PELA IDADE DA MAIS ANTIGA, A DE
      *> APROVACAO PELO TAMANHO. A AREA EXTERNA VOLTA COMO ESTAVA, POIS
      *> O MENU TAMBEM CHAMA O INBOX EM MODO CONTAGEM
       600-FILAS-DO-INBOX.
           MOVE WS-MODO-BATCH TO WS-MODO-ANTERIOR.
           MOVE WS-CONTADOR-BATCH TO WS-CONTADOR-ANTERIOR.
           MOVE 'S' TO WS-MODO-BATCH.
           MOVE 'S' TO WS-INBOX-GERAL.
           MOVE ZERO TO WS-IF-LIBERACAO WS-IF-IDADE-LIB WS-IF-APROVACAO
                        WS-IF-BANCARIA WS-IF-IDADE-FBP.
           CALL 'INBOX'.
           MOVE SPACE TO WS-INBOX-GERAL.
           MOVE WS-MODO-ANTERIOR TO WS-MODO-BATCH.
           MOVE WS-CONTADOR-ANTERIOR TO WS-CONTADOR-BATCH.

           MOVE "INBOX.LIBERACOES" TO WS-CHAVE.
           MOVE SPACES TO WS-VALOR.
           STRING WS-IF-LIBERACAO " " WS-IF-IDADE-LIB "D"
               DELIMITED BY SIZE INTO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-IF-LIBERACAO = ZERO
                   MOVE "OK" TO WS-NIVEL
               WHEN WS-IF-IDADE-LIB >= WS-IDADE-CRIT
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-IF-IDADE-LIB >= WS-IDADE-WARN
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

           MOVE "INBOX.APROVACOES" TO WS-CHAVE.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-IF-APROVACAO TO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-IF-APROVACAO >= WS-APROV-CRIT
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-IF-APROVACAO >= WS-APROV-WARN
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

           MOVE "INBOX.DADOS-BANCARIOS" TO WS-CHAVE.
           MOVE SPACES TO WS-VALOR.
           STRING WS-IF-BANCARIA " " WS-IF-IDADE-FBP "D"
               DELIMITED BY SIZE INTO WS-VALOR.
           EVALUATE TRUE
               WHEN WS-IF-BANCARIA = ZERO
                   MOVE "OK" TO WS-NIVEL
               WHEN WS-IF-IDADE-FBP >= WS-IDADE-CRIT
                   MOVE "CRIT" TO WS-NIVEL
               WHEN WS-IF-IDADE-FBP >= WS-IDADE-WARN
                   MOVE "WARN" TO WS-NIVEL
               WHEN OTHER
                   MOVE "OK" TO WS-NIVEL
           END-EVALUATE.
           PERFORM 900-ACRESCENTAR-INDICADOR.

      *> O ARQUIVO SAI INTEIRO DE UMA VEZ: GERACAO, NIVEL GERAL (O PIOR
      *> DE TODOS) E OS INDICADORES NA ORDEM EM QUE FORAM APURADOS
       800-GRAVAR-ARQUIVO.
           MOVE "OK" TO WS-NIVEL-GERAL.
           MOVE ZERO TO WS-QTD-NAO-OK.
           PERFORM 810-APURAR-GERAL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-IN-QTD.

           OPEN OUTPUT SAUDE-FILE.
           IF NOT STATUS-OK-SAUDE
               DISPLAY "ERRO ao gravar SAUDE.TXT. Status: "
                       WS-STATUS-SAUDE
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE "SAUDE.GERADO" TO WS-CHAVE.
           MOVE "OK" TO WS-NIVEL.
           MOVE WS-AGORA TO WS-VALOR.
           PERFORM 820-GRAVAR-LINHA.
           MOVE "SAUDE.GERAL" TO WS-CHAVE.
           MOVE WS-NIVEL-GERAL TO WS-NIVEL.
           MOVE WS-QTD-NAO-OK TO WS-VALOR.
           PERFORM 820-GRAVAR-LINHA.
           PERFORM 830-GRAVAR-INDICADOR
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-IN-QTD.
           CLOSE SAUDE-FILE.

       810-APURAR-GERAL.
           IF WS-IN-NIVEL(WS-IDX) NOT = "OK"
               ADD 1 TO WS-QTD-NAO-OK
           END-IF.
           IF WS-IN-NIVEL(WS-IDX) = "CRIT"
               MOVE "CRIT" TO WS-NIVEL-GERAL
           END-IF.
           IF WS-IN-NIVEL(WS-IDX) = "WARN" AND WS-NIVEL-GERAL = "OK"
               MOVE "WARN" TO WS-NIVEL-GERAL
           END-IF.

       820-GRAVAR-LINHA.
           MOVE SPACES TO SAUDE-REG.
           STRING WS-CHAVE DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-NIVEL DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-VALOR DELIMITED BY SIZE
               INTO SAUDE-REG.
           WRITE SAUDE-REG.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY SAUDE-REG
           END-IF.

       830-GRAVAR-INDICADOR.
           MOVE WS-IN-CHAVE(WS-IDX) TO WS-CHAVE.
           MOVE WS-IN-NIVEL(WS-IDX) TO WS-NIVEL.
           MOVE WS-IN-VALOR(WS-IDX) TO WS-VALOR.
           PERFORM 820-GRAVAR-LINHA.

       900-ACRESCENTAR-INDICADOR.
           IF WS-IN-QTD >= 60
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IN-QTD.
           MOVE WS-CHAVE TO WS-IN-CHAVE(WS-IN-QTD).
           MOVE WS-NIVEL TO WS-IN-NIVEL(WS-IN-QTD).
           MOVE WS-VALOR TO WS-IN-VALOR(WS-IN-QTD).
