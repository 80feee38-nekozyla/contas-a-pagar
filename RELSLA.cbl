       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSLA.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRVLOG-FILE *> Log de aprovacoes/rejeicoes de lancamento
               ASSIGN TO 'APRVLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT LIBPEND-FILE *> Fila de liberacao de pagamentos acima da alcada
               ASSIGN TO 'LIBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

           SELECT ESCALA-FILE *> Prazo (SLA) e escalonamento das filas de aprovacao
               ASSIGN TO 'ESCALA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-STATUS-ESCALA.

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
       FD  APRVLOG-FILE.
       01  APRVLOG-REG.
           05 AL-DATA-HORA     PIC 9(14).
           05 AL-NUM-DOC       PIC 9(10).
           05 AL-CNPJ-FORN     PIC 9(14).
           05 AL-USUARIO       PIC X(10).
           05 AL-ACAO          PIC X(01).
           05 AL-MOTIVO        PIC X(60).

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

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

       FD  ESCALA-FILE.
       01  ESCALA-REG.
           05 ES-CHAVE.
              10 ES-FILA            PIC X(01).
              10 ES-NUM-DOC         PIC 9(10).
              10 ES-CNPJ-FORN       PIC 9(14).
           05 ES-DATA-HORA-ENTRADA  PIC 9(14).
           05 ES-DATA-HORA-ESCALA   PIC 9(14).
           05 ES-NIVEL              PIC 9(02).
           05 ES-CENTRO             PIC X(06).
           05 ES-RESPONSAVEL        PIC X(10).
           05 ES-RESP-ORIGINAL      PIC X(10).
           05 ES-SITUACAO           PIC X(01).
           05 ES-USUARIO-DECISAO    PIC X(10).
           05 ES-DATA-HORA-DECISAO  PIC 9(14).

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
       01 WS-STATUS-APRVLOG       PIC X(2).
          88 STATUS-OK-AL           VALUE '00'.
       01 WS-STATUS-JORNAL        PIC X(2).
          88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-LIBPEND       PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
       01 WS-STATUS-ESCALA        PIC X(2).
          88 STATUS-OK-ES           VALUE '00'.
       01 WS-STATUS-PARAMS        PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA           PIC 9(08).
           05 WS-DHS-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-INICIO          PIC 9(08).
       01 WS-DATA-FIM             PIC 9(08).
       01 WS-ES-ABERTO            PIC X(01).
       01 WS-IMG-DOC              PIC 9(10).
       01 WS-IMG-CNPJ             PIC 9(14).
       01 WS-IMG-SITUACAO         PIC X(01).

      *> PRAZOS EM HORAS DE CADA FILA (CADPARAM); ZERO USA O PADRAO,
      *> O MESMO DO SLAAPROV
       01 WS-SLA-APROV            PIC 9(03) VALUE 48.
       01 WS-SLA-LIB              PIC 9(03) VALUE 24.

      *> HORAS CORRIDAS ENTRE DOIS MOMENTOS AAAAMMDDHHMMSS
       01 WS-HR-INICIO            PIC 9(14).
       01 WS-HR-INICIO-R REDEFINES WS-HR-INICIO.
           05 WS-HRI-DATA          PIC 9(08).
           05 WS-HRI-HORA          PIC 9(02).
           05 WS-HRI-MINSEG        PIC 9(04).
       01 WS-HR-FIM               PIC 9(14).
       01 WS-HR-FIM-R REDEFINES WS-HR-FIM.
           05 WS-HRF-DATA          PIC 9(08).
           05 WS-HRF-HORA          PIC 9(02).
           05 WS-HRF-MINSEG        PIC 9(04).
       01 WS-HORAS                PIC S9(07) COMP.

      *> DECISOES DO APROVCON NO PERIODO; A ENTRADA NA FILA (ULTIMA
      *> PASSAGEM DA CONTA PARA 'G' ANTES DA DECISAO) VEM DO JORNAL
       01 WS-DC-QTD               PIC 9(04) VALUE ZERO.
       01 WS-DC-IDX               PIC 9(04).
       01 WS-DC-FORA              PIC 9(05) VALUE ZERO.
       01 WS-DC-TAB.
           05 WS-DC-ITEM OCCURS 3000 TIMES.
              10 WS-DC-DOC         PIC 9(10).
              10 WS-DC-CNPJ        PIC 9(14).
              10 WS-DC-DATA-HORA   PIC 9(14).
              10 WS-DC-USUARIO     PIC X(10).
              10 WS-DC-ENTRADA     PIC 9(14).
              10 WS-DC-ULT-SIT     PIC X(01).

      *> UMA LINHA POR APROVADOR (USUARIO OU CODIGO DE APROVADOR DE
      *> ALCADA): DECISOES E HORAS DE CADA FILA, QUANTAS DENTRO DO
      *> PRAZO E QUANTAS VEZES UM ITEM SUBIU POR PRAZO VENCIDO COM ELE
       01 WS-AP-USUARIO-BUSCA     PIC X(10).
       01 WS-AP-IDX               PIC 9(03).
       01 WS-AP-ACHOU             PIC 9(03).
       01 WS-AP-QTD               PIC 9(03) VALUE ZERO.
       01 WS-AP-FORA              PIC 9(05) VALUE ZERO.
       01 WS-AP-TAB.
           05 WS-AP-ITEM OCCURS 200 TIMES.
              10 WS-AP-USUARIO     PIC X(10).
              10 WS-AP-QTD-C       PIC 9(05).
              10 WS-AP-HORAS-C     PIC 9(09).
              10 WS-AP-QTD-L       PIC 9(05).
              10 WS-AP-HORAS-L     PIC 9(09).
              10 WS-AP-NO-PRAZO    PIC 9(05).
              10 WS-AP-ESCAL       PIC 9(05).

       01 WS-QTD-SEM-ENTRADA      PIC 9(05) VALUE ZERO.
       01 WS-TOT-QTD-C            PIC 9(06).
       01 WS-TOT-HORAS-C          PIC 9(10).
       01 WS-TOT-QTD-L            PIC 9(06).
       01 WS-TOT-HORAS-L          PIC 9(10).
       01 WS-TOT-NO-PRAZO         PIC 9(06).
       01 WS-TOT-ESCAL            PIC 9(06).
       01 WS-TOT-ESCAL-C          PIC 9(06) VALUE ZERO.
       01 WS-TOT-ESCAL-L          PIC 9(06) VALUE ZERO.

       01 WS-MEDIA                PIC 9(06)V9.
       01 WS-PERC                 PIC 9(03)V9.
       01 WS-ED-MEDIA-C           PIC ZZZZZ9.9.
       01 WS-ED-MEDIA-L           PIC ZZZZZ9.9.
       01 WS-ED-PERC              PIC ZZ9.9.
       01 WS-ED-SLA-C             PIC ZZ9.
       01 WS-ED-SLA-L             PIC ZZ9.

       PROCEDURE DIVISION.
      *> CUMPRIMENTO DO PRAZO (SLA) DAS FILAS DE APROVACAO, POR
      *> APROVADOR, NAS DECISOES DO PERIODO:
      *> - APROVACAO PELO DONO DO CENTRO (APROVCON): DA ULTIMA ENTRADA
      *>   DA CONTA EM 'G' NO JORNAL ATE A DECISAO NO APRVLOG;
      *> - LIBERACAO DE ALCADA (LIBPAG): DA SOLICITACAO ATE A DECISAO
      *>   NO LIBPEND (QUE GUARDA O ULTIMO CICLO DE CADA CONTA); QUEM
      *>   DECIDIU ESCALONADO APARECE PELO USUARIO, OS DEMAIS PELO
      *>   CODIGO DE APROVADOR;
      *> - ESCALONAMENTOS: AS LINHAS 'E' DO APRVLOG NO PERIODO, EM NOME
      *>   DE QUEM DEIXOU O PRAZO VENCER.
      *> O TEMPO E EM HORAS CORRIDAS, COMO O SLAAPROV MEDE
       100-INICIAR.
           DISPLAY "--- Cumprimento do SLA de Aprovacao ---".
           DISPLAY "Digite a data inicial do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-INICIO.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Digite a data final   do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-FIM.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZERO
               MOVE 99999999 TO WS-DATA-FIM
           END-IF.
           PERFORM 150-LER-PARAMETROS.

           PERFORM 200-LER-APRVLOG.
           IF WS-DC-QTD > ZERO
               PERFORM 300-DATAR-ENTRADAS
               PERFORM 350-SOMAR-APROVACAO
                   VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-QTD
           END-IF.
           PERFORM 400-LER-LIBERACOES.

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
                   IF PR-SLA-HORAS-APROV > ZERO
                       MOVE PR-SLA-HORAS-APROV TO WS-SLA-APROV
                   END-IF
                   IF PR-SLA-HORAS-LIB > ZERO
                       MOVE PR-SLA-HORAS-LIB TO WS-SLA-LIB
                   END-IF
           END-READ.
           CLOSE PARAMS-FILE.

       200-LER-APRVLOG.
           OPEN INPUT APRVLOG-FILE.
           IF NOT STATUS-OK-AL
               DISPLAY "AVISO: APRVLOG.DAT indisponivel; sem decisoes "
                       "de aprovacao nem escalonamentos."
               CLOSE APRVLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 210-LER-DECISAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE APRVLOG-FILE.

       210-LER-DECISAO.
           READ APRVLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF AL-DATA-HORA(1:8) < WS-DATA-INICIO OR
                   AL-DATA-HORA(1:8) > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           EVALUATE AL-ACAO
               WHEN 'E'
                   MOVE AL-USUARIO TO WS-AP-USUARIO-BUSCA
                   PERFORM 600-LOCALIZAR-APROVADOR
                   IF WS-AP-ACHOU > ZERO
                       ADD 1 TO WS-AP-ESCAL(WS-AP-ACHOU)
                   END-IF
                   IF AL-MOTIVO(6:1) = 'L'
                       ADD 1 TO WS-TOT-ESCAL-L
                   ELSE
                       ADD 1 TO WS-TOT-ESCAL-C
                   END-IF
               WHEN 'A'
               WHEN 'R'
                   IF WS-DC-QTD < 3000
                       ADD 1 TO WS-DC-QTD
                       MOVE AL-NUM-DOC TO WS-DC-DOC(WS-DC-QTD)
                       MOVE AL-CNPJ-FORN TO WS-DC-CNPJ(WS-DC-QTD)
                       MOVE AL-DATA-HORA TO WS-DC-DATA-HORA(WS-DC-QTD)
                       MOVE AL-USUARIO TO WS-DC-USUARIO(WS-DC-QTD)
                       MOVE ZERO TO WS-DC-ENTRADA(WS-DC-QTD)
                       MOVE SPACE TO WS-DC-ULT-SIT(WS-DC-QTD)
                   ELSE
                       ADD 1 TO WS-DC-FORA
                   END-IF
           END-EVALUATE.

      *> O JORNAL ESTA EM ORDEM CRONOLOGICA: ATE A HORA DA DECISAO,
      *> CADA IMAGEM QUE CHEGA EM 'G' VINDO DE OUTRA SITUACAO REINICIA
      *> A ENTRADA NA FILA
       300-DATAR-ENTRADAS.
           OPEN INPUT JORNAL-FILE.
           IF NOT STATUS-OK-JN
               DISPLAY "AVISO: JORNAL.DAT indisponivel; sem o tempo das "
                       "aprovacoes por centro."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 310-LER-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.

       310-LER-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF JN-ARQUIVO NOT = 'CONTAPAGAR' OR JN-OPERACAO = 'E'
               EXIT PARAGRAPH
           END-IF.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:14) TO WS-IMG-CNPJ.
           MOVE JN-IMAGEM(53:1) TO WS-IMG-SITUACAO.
           PERFORM 320-MARCAR-ENTRADA
               VARYING WS-DC-IDX FROM 1 BY 1 UNTIL WS-DC-IDX > WS-DC-QTD.

       320-MARCAR-ENTRADA.
           IF WS-DC-DOC(WS-DC-IDX) = WS-IMG-DOC AND
                   WS-DC-CNPJ(WS-DC-IDX) = WS-IMG-CNPJ AND
                   JN-DATA-HORA <= WS-DC-DATA-HORA(WS-DC-IDX)
               IF WS-IMG-SITUACAO = 'G' AND
                       WS-DC-ULT-SIT(WS-DC-IDX) NOT = 'G'
                   MOVE JN-DATA-HORA TO WS-DC-ENTRADA(WS-DC-IDX)
               END-IF
               MOVE WS-IMG-SITUACAO TO WS-DC-ULT-SIT(WS-DC-IDX)
           END-IF.

       350-SOMAR-APROVACAO.
           IF WS-DC-ENTRADA(WS-DC-IDX) = ZERO
               ADD 1 TO WS-QTD-SEM-ENTRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-USUARIO(WS-DC-IDX) TO WS-AP-USUARIO-BUSCA.
           PERFORM 600-LOCALIZAR-APROVADOR.
           IF WS-AP-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-ENTRADA(WS-DC-IDX) TO WS-HR-INICIO.
           MOVE WS-DC-DATA-HORA(WS-DC-IDX) TO WS-HR-FIM.
           PERFORM 800-CALCULAR-HORAS.
           ADD 1 TO WS-AP-QTD-C(WS-AP-ACHOU).
           ADD WS-HORAS TO WS-AP-HORAS-C(WS-AP-ACHOU).
           IF WS-HORAS <= WS-SLA-APROV
               ADD 1 TO WS-AP-NO-PRAZO(WS-AP-ACHOU)
           END-IF.

       400-LER-LIBERACOES.
           OPEN INPUT LIBPEND-FILE.
           IF NOT STATUS-OK-LP
               CLOSE LIBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ES-ABERTO.
           OPEN INPUT ESCALA-FILE.
           IF STATUS-OK-ES
               MOVE 'S' TO WS-ES-ABERTO
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO LP-CHAVE.
           START LIBPEND-FILE KEY IS GREATER THAN LP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LER-LIBERACAO UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-ES-ABERTO = 'S'
               CLOSE ESCALA-FILE
           END-IF.
           CLOSE LIBPEND-FILE.

       410-LER-LIBERACAO.
           READ LIBPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF LP-SITUACAO NOT = 'A' AND LP-SITUACAO NOT = 'R' AND
                   LP-SITUACAO NOT = 'U'
               EXIT PARAGRAPH
           END-IF.
           IF LP-DATA-HORA-DECISAO = ZERO OR LP-DATA-HORA-SOLIC = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LP-DATA-HORA-DECISAO(1:8) < WS-DATA-INICIO OR
                   LP-DATA-HORA-DECISAO(1:8) > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-APROVADOR TO WS-AP-USUARIO-BUSCA.
           IF WS-ES-ABERTO = 'S'
               MOVE 'L' TO ES-FILA
               MOVE LP-NUM-DOC TO ES-NUM-DOC
               MOVE LP-CNPJ-FORN TO ES-CNPJ-FORN
               READ ESCALA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ES-SITUACAO = 'D' AND
                               ES-USUARIO-DECISAO NOT = SPACES AND
                               ES-DATA-HORA-DECISAO =
                                   LP-DATA-HORA-DECISAO
                           MOVE ES-USUARIO-DECISAO
                               TO WS-AP-USUARIO-BUSCA
                       END-IF
               END-READ
           END-IF.
           PERFORM 600-LOCALIZAR-APROVADOR.
           IF WS-AP-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-DATA-HORA-SOLIC TO WS-HR-INICIO.
           MOVE LP-DATA-HORA-DECISAO TO WS-HR-FIM.
           PERFORM 800-CALCULAR-HORAS.
           ADD 1 TO WS-AP-QTD-L(WS-AP-ACHOU).
           ADD WS-HORAS TO WS-AP-HORAS-L(WS-AP-ACHOU).
           IF WS-HORAS <= WS-SLA-LIB
               ADD 1 TO WS-AP-NO-PRAZO(WS-AP-ACHOU)
           END-IF.

       600-LOCALIZAR-APROVADOR.
           MOVE ZERO TO WS-AP-ACHOU.
           PERFORM 610-COMPARAR-APROVADOR
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-QTD OR WS-AP-ACHOU > ZERO.
           IF WS-AP-ACHOU = ZERO
               IF WS-AP-QTD < 200
                   ADD 1 TO WS-AP-QTD
                   MOVE WS-AP-QTD TO WS-AP-ACHOU
                   INITIALIZE WS-AP-ITEM(WS-AP-ACHOU)
                   MOVE WS-AP-USUARIO-BUSCA TO WS-AP-USUARIO(WS-AP-ACHOU)
               ELSE
                   ADD 1 TO WS-AP-FORA
               END-IF
           END-IF.

       610-COMPARAR-APROVADOR.
           IF WS-AP-USUARIO(WS-AP-IDX) = WS-AP-USUARIO-BUSCA
               MOVE WS-AP-IDX TO WS-AP-ACHOU
           END-IF.

       700-IMPRIMIR-RELATORIO.
           MOVE WS-SLA-APROV TO WS-ED-SLA-C.
           MOVE WS-SLA-LIB TO WS-ED-SLA-L.
           MOVE SPACES TO WS-LINHA.
           STRING "------- CUMPRIMENTO DO SLA DE APROVACAO - "
                  WS-DATA-INICIO " A " WS-DATA-FIM " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Prazo da aprovacao por centro: " WS-ED-SLA-C
                  "h   prazo da liberacao de alcada: " WS-ED-SLA-L "h"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "Aprovador   Aprovacoes  Media (h)  Liberacoes  Media (h)"
               TO WS-LINHA.
           MOVE "  % no prazo  Escalonamentos" TO WS-LINHA(58:).
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-TOT-QTD-C WS-TOT-HORAS-C WS-TOT-QTD-L
                        WS-TOT-HORAS-L WS-TOT-NO-PRAZO WS-TOT-ESCAL.
           PERFORM 710-IMPRIMIR-APROVADOR
               VARYING WS-AP-IDX FROM 1 BY 1 UNTIL WS-AP-IDX > WS-AP-QTD.

           MOVE ZERO TO WS-MEDIA.
           IF WS-TOT-QTD-C > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-TOT-HORAS-C / WS-TOT-QTD-C
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA-C.
           MOVE ZERO TO WS-MEDIA.
           IF WS-TOT-QTD-L > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-TOT-HORAS-L / WS-TOT-QTD-L
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA-L.
           MOVE ZERO TO WS-PERC.
           IF WS-TOT-QTD-C + WS-TOT-QTD-L > ZERO
               COMPUTE WS-PERC ROUNDED = WS-TOT-NO-PRAZO * 100 /
                   (WS-TOT-QTD-C + WS-TOT-QTD-L)
           END-IF.
           MOVE WS-PERC TO WS-ED-PERC.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL       " WS-TOT-QTD-C "     " WS-ED-MEDIA-C
                  "     " WS-TOT-QTD-L "     " WS-ED-MEDIA-L
                  "       " WS-ED-PERC "       " WS-TOT-ESCAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Escalonamentos no periodo: aprovacao por centro "
                  WS-TOT-ESCAL-C "   liberacao de alcada "
                  WS-TOT-ESCAL-L
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-QTD-SEM-ENTRADA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "Aprovacoes sem entrada na fila no jornal (fora "
                      "das medias): " WS-QTD-SEM-ENTRADA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           IF WS-DC-FORA > ZERO OR WS-AP-FORA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-DC-FORA " decisao(oes) alem da tabela e "
                      WS-AP-FORA " sem aprovador por estouro."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       710-IMPRIMIR-APROVADOR.
           ADD WS-AP-QTD-C(WS-AP-IDX) TO WS-TOT-QTD-C.
           ADD WS-AP-HORAS-C(WS-AP-IDX) TO WS-TOT-HORAS-C.
           ADD WS-AP-QTD-L(WS-AP-IDX) TO WS-TOT-QTD-L.
           ADD WS-AP-HORAS-L(WS-AP-IDX) TO WS-TOT-HORAS-L.
           ADD WS-AP-NO-PRAZO(WS-AP-IDX) TO WS-TOT-NO-PRAZO.
           ADD WS-AP-ESCAL(WS-AP-IDX) TO WS-TOT-ESCAL.

           MOVE ZERO TO WS-MEDIA.
           IF WS-AP-QTD-C(WS-AP-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-AP-HORAS-C(WS-AP-IDX) / WS-AP-QTD-C(WS-AP-IDX)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA-C.
           MOVE ZERO TO WS-MEDIA.
           IF WS-AP-QTD-L(WS-AP-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-AP-HORAS-L(WS-AP-IDX) / WS-AP-QTD-L(WS-AP-IDX)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA-L.
           MOVE ZERO TO WS-PERC.
           IF WS-AP-QTD-C(WS-AP-IDX) + WS-AP-QTD-L(WS-AP-IDX) > ZERO
               COMPUTE WS-PERC ROUNDED = WS-AP-NO-PRAZO(WS-AP-IDX) * 100
                   / (WS-AP-QTD-C(WS-AP-IDX) + WS-AP-QTD-L(WS-AP-IDX))
           END-IF.
           MOVE WS-PERC TO WS-ED-PERC.

           MOVE SPACES TO WS-LINHA.
           IF WS-AP-USUARIO(WS-AP-IDX) = SPACES
               MOVE "(sem dono)" TO WS-LINHA(1:10)
           ELSE
               MOVE WS-AP-USUARIO(WS-AP-IDX) TO WS-LINHA(1:10)
           END-IF.
           STRING "   " WS-AP-QTD-C(WS-AP-IDX) "      " WS-ED-MEDIA-C
                  "      " WS-AP-QTD-L(WS-AP-IDX) "      " WS-ED-MEDIA-L
                  "       " WS-ED-PERC "        " WS-AP-ESCAL(WS-AP-IDX)
               DELIMITED BY SIZE INTO WS-LINHA(11:).
           PERFORM 890-EMITIR-LINHA.

      *> HORAS CORRIDAS ENTRE WS-HR-INICIO E WS-HR-FIM
       800-CALCULAR-HORAS.
           COMPUTE WS-HORAS =
               (FUNCTION INTEGER-OF-DATE(WS-HRF-DATA) -
                FUNCTION INTEGER-OF-DATE(WS-HRI-DATA)) * 24
               + WS-HRF-HORA - WS-HRI-HORA.
           IF WS-HORAS < ZERO
               MOVE ZERO TO WS-HORAS
           END-IF.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RELSLA_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
