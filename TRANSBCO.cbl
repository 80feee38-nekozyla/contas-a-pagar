       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSBCO.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE *> Transferencias entre contas da propria empresa
               ASSIGN TO 'TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-NUMERO
               ALTERNATE RECORD KEY IS TR-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TRANSFER.

           SELECT PROXTRF-FILE *> Contador do proximo numero de transferencia
               ASSIGN TO 'PROXTRF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXTRF.

           SELECT SALDOMIN-FILE *> Saldo minimo a manter em cada conta
               ASSIGN TO 'SALDOMIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CONTA
               FILE STATUS IS WS-STATUS-SALDOMIN.

           SELECT CONTABCO-FILE *> Contas bancarias da propria empresa
               ASSIGN TO 'CONTABCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-CONTABCO.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT AGENDA-FILE *> Agenda de pagamentos programados pela tesouraria
               ASSIGN TO 'AGENDPAG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               ALTERNATE RECORD KEY IS AG-DATA-PROG WITH DUPLICATES
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-DATA
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

           SELECT SPOOL-FILE *> Copia impressa da proposta de transferencias
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERRLOG.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> UMA TRANSFERENCIA = AS DUAS PERNAS (DEBITO NA ORIGEM, CREDITO NO
      *> DESTINO) SOB O MESMO NUMERO. 'P' PROGRAMADA (ENTRA NA PROJECAO
      *> DE TESOURARIA NA DATA), 'E' EFETIVADA (SALDOS JA MOVIDOS NO
      *> CONTABCO, VAI PARA O RAZAO PELO GLEXTRAT), 'C' CANCELADA.
      *> TR-ORIGEM 'M' = DIGITADA, 'P' = VEIO DA PROPOSTA DE COBERTURA
       FD  TRANSFER-FILE.
       01  TRANSFER-REG.
           05 TR-NUMERO             PIC 9(08).
           05 TR-DATA               PIC 9(08).
           05 TR-CONTA-ORIGEM       PIC X(04).
           05 TR-CONTA-DESTINO      PIC X(04).
           05 TR-VALOR              PIC 9(12)V99.
           05 TR-SITUACAO           PIC X(01).
           05 TR-ORIGEM             PIC X(01).
           05 TR-HISTORICO          PIC X(40).
           05 TR-USUARIO            PIC X(10).
           05 TR-DATA-HORA          PIC 9(14).
           05 TR-DATA-EFETIVA       PIC 9(08).
           05 TR-USUARIO-EFETIVA    PIC X(10).

       FD  PROXTRF-FILE.
       01  PROXTRF-REG.
           05 PT-PROX-NUMERO        PIC 9(08).

       FD  SALDOMIN-FILE.
       01  SALDOMIN-REG.
           05 SM-CONTA              PIC X(04).
           05 SM-SALDO-MINIMO       PIC 9(12)V99.
           05 SM-USUARIO            PIC X(10).
           05 SM-DATA-HORA          PIC 9(14).

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 CB-CODIGO        PIC X(04).
           05 CB-BANCO         PIC X(03).
           05 CB-AGENCIA       PIC X(06).
           05 CB-CONTA         PIC X(12).
           05 CB-DESCRICAO     PIC X(30).
           05 CB-SALDO         PIC S9(12)V99.
           05 CB-CONTA-CONTABIL PIC X(08).

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

       FD  AGENDA-FILE.
       01  AGENDA-REG.
           05 AG-CHAVE.
              10 AG-NUM-DOC    PIC 9(10).
              10 AG-CNPJ-FORN  PIC 9(14).
           05 AG-DATA-PROG     PIC 9(08).
           05 AG-SITUACAO      PIC X(01).
           05 AG-MOTIVO        PIC X(30).
           05 AG-CONTA-EMPRESA PIC X(04).

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
           05 FE-DESCRICAO     PIC X(30).

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

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
           05 EL-USUARIO       PIC X(10).
           05 EL-PROGRAMA      PIC X(08).
           05 EL-ARQUIVO       PIC X(12).
           05 EL-STATUS        PIC X(02).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ERRLOG         PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.
       01 WS-ERR-ARQUIVO           PIC X(12).
       01 WS-ERR-STATUS            PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA          PIC 9(08).
           05 WS-DHE-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-STATUS-TRANSFER       PIC X(2).
          88 STATUS-OK-TR           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-TR VALUE '35'.
       01 WS-STATUS-PROXTRF        PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PT VALUE '35'.
       01 WS-STATUS-SALDOMIN       PIC X(2).
          88 STATUS-OK-SM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-SM VALUE '35'.
       01 WS-STATUS-CONTABCO       PIC X(2).
          88 STATUS-OK-CB           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CB VALUE '35'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-AGENDA         PIC X(2).
          88 STATUS-OK-AG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AG VALUE '35'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                 PIC X(132).
       01 WS-SPOOL-ABERTO          PIC X(01) VALUE 'N'.

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-OPCAO                 PIC X(01) VALUE SPACES.
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMA              PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-CONTA-PADRAO          PIC X(04) VALUE SPACES.
       01 WS-AGENDA-ABERTA         PIC X(01) VALUE 'N'.

      *> TRANSFERENCIA DIGITADA
       01 WS-DATA-TRANSF           PIC 9(08).
       01 WS-CONTA-ORIGEM          PIC X(04).
       01 WS-CONTA-DESTINO         PIC X(04).
       01 WS-VALOR-TRANSF          PIC 9(12)V99.
       01 WS-HISTORICO             PIC X(40).
       01 WS-CONTAS-OK             PIC X(01).
       01 WS-SALDO-ORIGEM          PIC S9(12)V99.
       01 WS-MINIMO-ORIGEM         PIC 9(12)V99.
       01 WS-PROX-NUMERO           PIC 9(08).
       01 WS-LANCOU                PIC X(01).
       01 WS-NUM-CANCELAR          PIC 9(08).

      *> MANUTENCAO DO SALDO MINIMO
       01 WS-CONTA-MINIMO          PIC X(04).
       01 WS-NOVO-MINIMO           PIC 9(12)V99.
       01 WS-SM-EXISTE             PIC X(01).

      *> LISTAGEM
       01 WS-DATA-INICIO           PIC 9(08).
       01 WS-DATA-FIM              PIC 9(08).
       01 WS-QTD-LISTADOS          PIC 9(05).
       01 WS-QTD-EFETIVADAS        PIC 9(05).
       01 WS-DESC-SITUACAO         PIC X(10).

      *> OS PROXIMOS 15 DIAS UTEIS, COMO NA POSICAO DE TESOURARIA
       01 WS-DIA-QTD               PIC 9(02).
       01 WS-DIA-IDX               PIC 9(02).
       01 WS-DIA-POS               PIC 9(02).
       01 WS-DIA-TAB.
           05 WS-DIA-DATA          PIC 9(08) OCCURS 15 TIMES.

      *> CONTAS DA EMPRESA COM SALDO MINIMO E A MATRIZ DE SAIDAS E
      *> ENTRADAS POR DIA MONTADA PELA MESMA REGRA DO RELTESO
       01 WS-CTA-QTD               PIC 9(02) VALUE ZERO.
       01 WS-CTA-IDX               PIC 9(02).
       01 WS-CTA-ACHOU             PIC X(01).
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM OCCURS 20 TIMES.
              10 WS-CTA-CODIGO     PIC X(04).
              10 WS-CTA-DESCRICAO  PIC X(20).
              10 WS-CTA-SALDO      PIC S9(12)V99.
              10 WS-CTA-MINIMO     PIC 9(12)V99.
              10 WS-CTA-SAIDA      PIC 9(12)V99 OCCURS 15 TIMES.
              10 WS-CTA-ENTRADA    PIC 9(12)V99 OCCURS 15 TIMES.

       01 WS-CONTA-ALVO            PIC X(04).
       01 WS-DATA-ALVO             PIC 9(08).
       01 WS-VALOR-ITEM            PIC 9(12)V99.
       01 WS-TEM-AGENDA            PIC X(01).
       01 WS-IDX-ORIGEM            PIC 9(02).

      *> COBERTURA DOS DIAS ABAIXO DO MINIMO
       01 WS-IDX-FALTA             PIC 9(02).
       01 WS-IDX-DOADOR            PIC 9(02).
       01 WS-IDX-CALC              PIC 9(02).
       01 WS-SALDO-PROJ            PIC S9(12)V99.
       01 WS-SALDO-MIN             PIC S9(12)V99.
       01 WS-FALTA                 PIC S9(12)V99.
       01 WS-SOBRA                 PIC S9(12)V99.
       01 WS-MAIOR-SOBRA           PIC S9(12)V99.
       01 WS-VALOR-PROPOSTO        PIC 9(12)V99.
       01 WS-SEM-DOADOR            PIC X(01).
       01 WS-QTD-DESCOBERTOS       PIC 9(05).

       01 WS-PRP-QTD               PIC 9(03) VALUE ZERO.
       01 WS-PRP-IDX               PIC 9(03).
       01 WS-PRP-TAB.
           05 WS-PRP-ITEM OCCURS 200 TIMES.
              10 WS-PRP-DATA       PIC 9(08).
              10 WS-PRP-ORIGEM     PIC X(04).
              10 WS-PRP-DESTINO    PIC X(04).
              10 WS-PRP-VALOR      PIC 9(12)V99.

       01 WS-ED-VALOR              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-SALDO              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-MINIMO             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-QTD                PIC ZZZZ9.

      *> APOIO DE DIAS UTEIS, COMO NOS DEMAIS PROGRAMAS
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-DU-INT                PIC S9(09) COMP.
       01 WS-DU-RESTO              PIC 9(01).
       01 WS-DU-UTIL               PIC X(01).

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'TRANSBCO'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> TRANSFERENCIAS ENTRE CONTAS BANCARIAS DA PROPRIA EMPRESA: AS
      *> DUAS PERNAS SAO LANCADAS JUNTAS NO CONTABCO SOB UM NUMERO DE
      *> TRANSFERENCIA (SE A SEGUNDA FALHA, A PRIMEIRA E DESFEITA), EM
      *> VEZ DE UM DEBITO E UM CREDITO MANUAIS SOLTOS NO CADCTABA. A
      *> PROPOSTA DE COBERTURA PARTE DA PROJECAO DO RELTESO E SUGERE
      *> TRANSFERENCIAS DAS CONTAS COM SOBRA PARA CADA DIA EM QUE UMA
      *> CONTA FICA ABAIXO DO SEU SALDO MINIMO (SALDOMIN.DAT, ZERO SE
      *> NAO CADASTRADO); AS PROGRAMADAS ENTRAM NA PROJECAO E AS
      *> EFETIVADAS VAO PARA O RAZAO PELO GLEXTRAT, BANCO CONTRA BANCO
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HOJE.
           PERFORM 150-LER-SESSAO.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-TRANSFERENCIAS UNTIL WS-OPCAO = 'S'.
           GOBACK.

       150-LER-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
                       MOVE SS-PERFIL TO WS-PERFIL-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       200-MENU-TRANSFERENCIAS.
           DISPLAY "--- Transferencias entre Contas da Empresa ---".
           DISPLAY "T - Transferir / programar transferencia".
           DISPLAY "E - Efetivar transferencias programadas ate hoje".
           DISPLAY "C - Cancelar transferencia programada".
           DISPLAY "L - Listar transferencias de um periodo".
           DISPLAY "P - Proposta de cobertura dos saldos projetados".
           DISPLAY "M - Saldo minimo por conta (supervisor)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'T'
                   PERFORM 300-DIGITAR-TRANSFERENCIA
               WHEN 'E'
                   PERFORM 400-EFETIVAR-PROGRAMADAS
               WHEN 'C'
                   PERFORM 450-CANCELAR-PROGRAMADA
               WHEN 'L'
                   PERFORM 470-LISTAR-TRANSFERENCIAS
               WHEN 'P'
                   PERFORM 500-PROPOR-COBERTURA
               WHEN 'M'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 800-MANTER-SALDO-MINIMO
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera "
                               "saldos minimos."
                   END-IF
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> DATA DE HOJE LANCA NA HORA; DATA FUTURA FICA PROGRAMADA E SO
      *> MEXE NOS SALDOS QUANDO FOR EFETIVADA (OPCAO E)
       300-DIGITAR-TRANSFERENCIA.
           DISPLAY "--- Transferencia entre Contas ---".
           DISPLAY "Data da transferencia (AAAAMMDD, zeros = hoje): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-TRANSF.
           ACCEPT WS-DATA-TRANSF.
           IF WS-DATA-TRANSF = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-TRANSF
           END-IF.
           IF WS-DATA-TRANSF < WS-DATA-HOJE
               DISPLAY "ERRO: data anterior a hoje."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Conta de origem (ex.: C001): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-ORIGEM.
           ACCEPT WS-CONTA-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-ORIGEM) TO WS-CONTA-ORIGEM.
           DISPLAY "Conta de destino: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-DESTINO.
           ACCEPT WS-CONTA-DESTINO.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-DESTINO) TO WS-CONTA-DESTINO.
           PERFORM 310-VALIDAR-CONTAS.
           IF WS-CONTAS-OK NOT = 'S'
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valor: " WITH NO ADVANCING.
           MOVE ZERO TO WS-VALOR-TRANSF.
           ACCEPT WS-VALOR-TRANSF.
           IF WS-VALOR-TRANSF = ZERO
               DISPLAY "ERRO: valor zerado."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Historico: " WITH NO ADVANCING.
           MOVE SPACES TO WS-HISTORICO.
           ACCEPT WS-HISTORICO.

           PERFORM 320-LER-MINIMO-ORIGEM.
           IF WS-SALDO-ORIGEM - WS-VALOR-TRANSF < WS-MINIMO-ORIGEM
               MOVE WS-MINIMO-ORIGEM TO WS-ED-MINIMO
               DISPLAY "AVISO: a conta de origem fica abaixo do saldo "
                       "minimo (" WS-ED-MINIMO ")."
               DISPLAY "Confirma mesmo assim (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY "Transferencia nao gravada."
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 350-OBTER-PROXIMO-NUMERO.
           IF WS-PROX-NUMERO = ZERO
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROX-NUMERO TO TR-NUMERO.
           MOVE WS-DATA-TRANSF TO TR-DATA.
           MOVE WS-CONTA-ORIGEM TO TR-CONTA-ORIGEM.
           MOVE WS-CONTA-DESTINO TO TR-CONTA-DESTINO.
           MOVE WS-VALOR-TRANSF TO TR-VALOR.
           MOVE 'P' TO TR-SITUACAO.
           MOVE 'M' TO TR-ORIGEM.
           MOVE WS-HISTORICO TO TR-HISTORICO.
           MOVE WS-USUARIO-SESSAO TO TR-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO TR-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO TR-DATA-HORA(9:6).
           MOVE ZERO TO TR-DATA-EFETIVA.
           MOVE SPACES TO TR-USUARIO-EFETIVA.
           IF WS-DATA-TRANSF = WS-DATA-HOJE
               PERFORM 700-LANCAR-PERNAS
               IF WS-LANCOU NOT = 'S'
                   DISPLAY "Transferencia nao lancada."
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO TR-SITUACAO
               MOVE WS-DATA-HOJE TO TR-DATA-EFETIVA
               MOVE WS-USUARIO-SESSAO TO TR-USUARIO-EFETIVA
           END-IF.
           PERFORM 360-GRAVAR-TRANSFERENCIA.
           IF TR-SITUACAO = 'E'
               DISPLAY "Transferencia " TR-NUMERO " lancada nas duas "
                       "contas."
           ELSE
               DISPLAY "Transferencia " TR-NUMERO " programada para "
                       TR-DATA "."
           END-IF.
           PERFORM 850-PAUSA.

      *> AS DUAS CONTAS PRECISAM EXISTIR E SER DIFERENTES; DEIXA O SALDO
      *> ATUAL DA ORIGEM EM WS-SALDO-ORIGEM
       310-VALIDAR-CONTAS.
           MOVE 'N' TO WS-CONTAS-OK.
           IF WS-CONTA-ORIGEM = WS-CONTA-DESTINO
               DISPLAY "ERRO: origem e destino sao a mesma conta."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO: contas bancarias da empresa indisponiveis. "
                       "Status: " WS-STATUS-CONTABCO
               CLOSE CONTABCO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-DESTINO TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta de destino nao cadastrada."
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Destino: " CB-CODIGO " banco " CB-BANCO " - "
                   CB-DESCRICAO.
           MOVE WS-CONTA-ORIGEM TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta de origem nao cadastrada."
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CB-SALDO TO WS-SALDO-ORIGEM.
           MOVE CB-SALDO TO WS-ED-SALDO.
           DISPLAY "Origem : " CB-CODIGO " banco " CB-BANCO " - "
                   CB-DESCRICAO " saldo " WS-ED-SALDO.
           CLOSE CONTABCO-FILE.
           MOVE 'S' TO WS-CONTAS-OK.

       320-LER-MINIMO-ORIGEM.
           MOVE ZERO TO WS-MINIMO-ORIGEM.
           OPEN INPUT SALDOMIN-FILE.
           IF STATUS-OK-SM
               MOVE WS-CONTA-ORIGEM TO SM-CONTA
               READ SALDOMIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SALDO-MINIMO TO WS-MINIMO-ORIGEM
               END-READ
           END-IF.
           CLOSE SALDOMIN-FILE.

      *> LE E AVANCA O CONTADOR DE PROXTRF.DAT, COMO O PROTNF FAZ COM O
      *> PROXPROT.DAT; DEVOLVE ZERO SE O CONTADOR FALHAR
       350-OBTER-PROXIMO-NUMERO.
           MOVE ZERO TO WS-PROX-NUMERO.
           OPEN I-O PROXTRF-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PT
               OPEN OUTPUT PROXTRF-FILE
               MOVE 1 TO PT-PROX-NUMERO
               WRITE PROXTRF-REG
               CLOSE PROXTRF-FILE
               OPEN I-O PROXTRF-FILE
           END-IF.
           IF NOT STATUS-OK-PT
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "transferencias. Status: " WS-STATUS-PROXTRF
               CLOSE PROXTRF-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXTRF-FILE
               AT END
                   MOVE 1 TO PT-PROX-NUMERO
           END-READ.
           MOVE PT-PROX-NUMERO TO WS-PROX-NUMERO.
           ADD 1 TO PT-PROX-NUMERO.
           REWRITE PROXTRF-REG.
           CLOSE PROXTRF-FILE.

       360-GRAVAR-TRANSFERENCIA.
           OPEN I-O TRANSFER-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-TR
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.
           IF NOT STATUS-OK-TR
               DISPLAY "ERRO ao abrir TRANSFER.DAT. Status: "
                       WS-STATUS-TRANSFER
               MOVE 'TRANSFER' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-TRANSFER TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.
           WRITE TRANSFER-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar transferencia. Status: "
                           WS-STATUS-TRANSFER
               NOT INVALID KEY
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 985-JORNALIZAR-TRANSFERENCIA
           END-WRITE.
           CLOSE TRANSFER-FILE.

      *> PROGRAMADAS COM DATA ATE HOJE, UMA A UMA: O OPERADOR CONFIRMA
      *> QUE A TRANSFERENCIA FOI FEITA NO BANCO, CANCELA OU DEIXA PARA
      *> DEPOIS
       400-EFETIVAR-PROGRAMADAS.
           OPEN I-O TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               DISPLAY "Nenhuma transferencia registrada."
               CLOSE TRANSFER-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE ZERO TO WS-QTD-EFETIVADAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO TR-DATA.
           START TRANSFER-FILE KEY IS GREATER THAN OR EQUAL TO TR-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LER-PROXIMA-PROGRAMADA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TRANSFER-FILE.
           DISPLAY "Programadas ate hoje: " WS-QTD-LISTADOS
                   "  efetivadas agora: " WS-QTD-EFETIVADAS.
           PERFORM 850-PAUSA.

       410-LER-PROXIMA-PROGRAMADA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF TR-DATA > WS-DATA-HOJE
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF TR-SITUACAO = 'P'
                           PERFORM 420-DECIDIR-PROGRAMADA
                       END-IF
                   END-IF
           END-READ.

       420-DECIDIR-PROGRAMADA.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE TR-VALOR TO WS-ED-VALOR.
           DISPLAY "Transf " TR-NUMERO " de " TR-DATA " " TR-CONTA-ORIGEM
                   " -> " TR-CONTA-DESTINO " valor " WS-ED-VALOR
                   " " TR-HISTORICO.
           DISPLAY "Efetivar (E), cancelar (C) ou manter (ENTER)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EVALUATE WS-CONFIRMA
               WHEN 'E'
                   PERFORM 700-LANCAR-PERNAS
                   IF WS-LANCOU = 'S'
                       MOVE 'E' TO TR-SITUACAO
                       MOVE WS-DATA-HOJE TO TR-DATA-EFETIVA
                       MOVE WS-USUARIO-SESSAO TO TR-USUARIO-EFETIVA
                       PERFORM 430-REGRAVAR-TRANSFERENCIA
                       ADD 1 TO WS-QTD-EFETIVADAS
                   ELSE
                       DISPLAY "Transferencia nao lancada; continua "
                               "programada."
                   END-IF
               WHEN 'C'
                   MOVE 'C' TO TR-SITUACAO
                   PERFORM 430-REGRAVAR-TRANSFERENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       430-REGRAVAR-TRANSFERENCIA.
           REWRITE TRANSFER-REG
               INVALID KEY
                   DISPLAY "ERRO ao regravar transferencia. Status: "
                           WS-STATUS-TRANSFER
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 985-JORNALIZAR-TRANSFERENCIA
           END-REWRITE.

       450-CANCELAR-PROGRAMADA.
           OPEN I-O TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               DISPLAY "Nenhuma transferencia registrada."
               CLOSE TRANSFER-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero da transferencia: " WITH NO ADVANCING.
           MOVE ZERO TO WS-NUM-CANCELAR.
           ACCEPT WS-NUM-CANCELAR.
           MOVE WS-NUM-CANCELAR TO TR-NUMERO.
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY "ERRO: transferencia nao encontrada."
                   CLOSE TRANSFER-FILE
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF TR-SITUACAO NOT = 'P'
               DISPLAY "ERRO: so transferencia programada pode ser "
                       "cancelada; a efetivada se desfaz com outra "
                       "transferencia no sentido contrario."
               CLOSE TRANSFER-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO TR-SITUACAO.
           PERFORM 430-REGRAVAR-TRANSFERENCIA.
           CLOSE TRANSFER-FILE.
           DISPLAY "Transferencia cancelada.".
           PERFORM 850-PAUSA.

       470-LISTAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               DISPLAY "Nenhuma transferencia registrada."
               CLOSE TRANSFER-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Data final   (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.
           DISPLAY "NUMERO   DATA     ORIG DEST          VALOR  SITUACAO"
                   "   EFETIVADA HISTORICO".
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-DATA-INICIO TO TR-DATA.
           START TRANSFER-FILE KEY IS GREATER THAN OR EQUAL TO TR-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 480-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TRANSFER-FILE.
           DISPLAY "Transferencias listadas: " WS-QTD-LISTADOS.
           PERFORM 850-PAUSA.

       480-LISTAR-PROXIMA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF TR-DATA > WS-DATA-FIM
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       EVALUATE TR-SITUACAO
                           WHEN 'P'
                               MOVE "PROGRAMADA" TO WS-DESC-SITUACAO
                           WHEN 'E'
                               MOVE "EFETIVADA " TO WS-DESC-SITUACAO
                           WHEN OTHER
                               MOVE "CANCELADA " TO WS-DESC-SITUACAO
                       END-EVALUATE
                       MOVE TR-VALOR TO WS-ED-VALOR
                       DISPLAY TR-NUMERO " " TR-DATA " " TR-CONTA-ORIGEM
                               " " TR-CONTA-DESTINO " " WS-ED-VALOR
                               "  " WS-DESC-SITUACAO " "
                               TR-DATA-EFETIVA "  " TR-HISTORICO(1:30)
                   END-IF
           END-READ.

      *> PROPOSTA DE COBERTURA: PROJECAO DO RELTESO (JA COM AS
      *> TRANSFERENCIAS PROGRAMADAS) E, DIA A DIA, PARA CADA CONTA QUE
      *> FICA ABAIXO DO MINIMO, TRANSFERENCIA DA CONTA QUE TEM MAIS SOBRA
      *> -- SOBRA E O QUANTO A CONTA PODE CEDER NAQUELE DIA SEM FICAR
      *> ABAIXO DO PROPRIO MINIMO EM NENHUM DIA SEGUINTE DA JANELA
       500-PROPOR-COBERTURA.
           MOVE ZERO TO WS-PRP-QTD.
           MOVE ZERO TO WS-QTD-DESCOBERTOS.
           PERFORM 510-LER-PARAMETROS.
           PERFORM 520-MONTAR-DIAS-UTEIS.
           PERFORM 530-CARREGAR-CONTAS.
           IF WS-CTA-QTD = ZERO
               DISPLAY "AVISO: nenhuma conta bancaria cadastrada."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 540-CARREGAR-MINIMOS.
           PERFORM 550-ACUMULAR-AGENDA.
           PERFORM 560-ACUMULAR-VENCIMENTOS.
           PERFORM 570-ACUMULAR-TRANSFERENCIAS.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "PROPOSTA DE TRANSFERENCIAS ENTRE CONTAS - "
                  WS-DIA-DATA(1) " A " WS-DIA-DATA(WS-DIA-QTD)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 600-COBRIR-DIA
               VARYING WS-DIA-POS FROM 1 BY 1
               UNTIL WS-DIA-POS > WS-DIA-QTD.
           PERFORM 660-IMPRIMIR-PROPOSTA.

           IF WS-PRP-QTD = ZERO
               MOVE "Nenhuma transferencia a propor." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               PERFORM 895-FECHAR-SPOOL
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Programar as transferencias propostas (S/N)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
               PERFORM 680-PROGRAMAR-PROPOSTA
                   VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-QTD
               MOVE "Transferencias propostas programadas." TO WS-LINHA
           ELSE
               MOVE "Proposta nao aplicada." TO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.
           PERFORM 850-PAUSA.

       510-LER-PARAMETROS.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PR-CONTA-BCO-AGENDA TO WS-CONTA-PADRAO
           END-READ.
           CLOSE PARAMS-FILE.

       520-MONTAR-DIAS-UTEIS.
           MOVE ZERO TO WS-DIA-QTD.
           PERFORM 955-ABRIR-FERIADOS.
           COMPUTE WS-DU-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1.
           PERFORM 525-PROXIMO-DIA-JANELA UNTIL WS-DIA-QTD >= 15.
           PERFORM 956-FECHAR-FERIADOS.

       525-PROXIMO-DIA-JANELA.
           ADD 1 TO WS-DU-INT.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'S'
               ADD 1 TO WS-DIA-QTD
               COMPUTE WS-DIA-DATA(WS-DIA-QTD) =
                   FUNCTION DATE-OF-INTEGER(WS-DU-INT)
           END-IF.

       530-CARREGAR-CONTAS.
           MOVE ZERO TO WS-CTA-QTD.
           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               IF NOT ARQUIVO-NAO-ENCONTRADO-CB
                   MOVE 'CONTABCO' TO WS-ERR-ARQUIVO
                   MOVE WS-STATUS-CONTABCO TO WS-ERR-STATUS
                   PERFORM 990-GRAVAR-LOG-ERRO
               END-IF
               CLOSE CONTABCO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CB-CODIGO.
           START CONTABCO-FILE KEY IS GREATER THAN CB-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 535-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTABCO-FILE.

       535-LER-PROXIMA-CONTA.
           READ CONTABCO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CTA-QTD < 20
                       ADD 1 TO WS-CTA-QTD
                       MOVE CB-CODIGO TO WS-CTA-CODIGO(WS-CTA-QTD)
                       MOVE CB-DESCRICAO(1:20)
                           TO WS-CTA-DESCRICAO(WS-CTA-QTD)
                       MOVE CB-SALDO TO WS-CTA-SALDO(WS-CTA-QTD)
                       MOVE ZERO TO WS-CTA-MINIMO(WS-CTA-QTD)
                       PERFORM 537-ZERAR-MOVIMENTO-CONTA
                           VARYING WS-DIA-IDX FROM 1 BY 1
                           UNTIL WS-DIA-IDX > 15
                   END-IF
           END-READ.

       537-ZERAR-MOVIMENTO-CONTA.
           MOVE ZERO TO WS-CTA-SAIDA(WS-CTA-QTD, WS-DIA-IDX).
           MOVE ZERO TO WS-CTA-ENTRADA(WS-CTA-QTD, WS-DIA-IDX).

       540-CARREGAR-MINIMOS.
           OPEN INPUT SALDOMIN-FILE.
           IF NOT STATUS-OK-SM
               CLOSE SALDOMIN-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 545-LER-MINIMO-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.
           CLOSE SALDOMIN-FILE.

       545-LER-MINIMO-CONTA.
           MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO SM-CONTA.
           READ SALDOMIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-SALDO-MINIMO TO WS-CTA-MINIMO(WS-CTA-IDX)
           END-READ.

      *> AGENDA NA CONTA PAGADORA (OU NA PADRAO) NO DIA PROGRAMADO
       550-ACUMULAR-AGENDA.
           OPEN INPUT AGENDA-FILE.
           IF NOT STATUS-OK-AG
               CLOSE AGENDA-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               CLOSE AGENDA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-DIA-DATA(1) TO AG-DATA-PROG.
           START AGENDA-FILE KEY IS GREATER THAN OR EQUAL TO AG-DATA-PROG
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 552-LER-PROXIMO-AGENDADO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           CLOSE AGENDA-FILE.

       552-LER-PROXIMO-AGENDADO.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF AG-DATA-PROG > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM 555-ACUMULAR-ITEM-AGENDA
                   END-IF
           END-READ.

       555-ACUMULAR-ITEM-AGENDA.
           MOVE AG-NUM-DOC   TO CP-NUM-DOC.
           MOVE AG-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V'
                   AND CP-SITUACAO NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
           ELSE
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.
           IF AG-CONTA-EMPRESA = SPACES
               MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO
           ELSE
               MOVE AG-CONTA-EMPRESA TO WS-CONTA-ALVO
           END-IF.
           MOVE AG-DATA-PROG TO WS-DATA-ALVO.
           PERFORM 580-LOCALIZAR-CONTA-E-DIA.
           IF WS-DIA-POS > ZERO
               ADD WS-VALOR-ITEM TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS)
           END-IF.

      *> CONTAS EM ABERTO FORA DA AGENDA, PELO VENCIMENTO ROLADO PARA O
      *> DIA UTIL, NA CONTA PADRAO
       560-ACUMULAR-VENCIMENTOS.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AGENDA-ABERTA.
           OPEN INPUT AGENDA-FILE.
           IF STATUS-OK-AG
               MOVE 'S' TO WS-AGENDA-ABERTA
           END-IF.
           PERFORM 955-ABRIR-FERIADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZEROS TO CP-DATA-VENC.
           START CONTAPAGAR-FILE KEY IS GREATER THAN OR EQUAL TO
                   CP-DATA-VENC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 562-LER-PROXIMO-VENCIMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           PERFORM 956-FECHAR-FERIADOS.
           IF WS-AGENDA-ABERTA = 'S'
               CLOSE AGENDA-FILE
               MOVE 'N' TO WS-AGENDA-ABERTA
           END-IF.
           CLOSE CONTAPAGAR-FILE.

       562-LER-PROXIMO-VENCIMENTO.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-DATA-VENC > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E'
                           PERFORM 565-ACUMULAR-VENCIMENTO
                       END-IF
                   END-IF
           END-READ.

       565-ACUMULAR-VENCIMENTO.
           MOVE 'N' TO WS-TEM-AGENDA.
           IF WS-AGENDA-ABERTA = 'S'
               MOVE CP-NUM-DOC   TO AG-NUM-DOC
               MOVE CP-CNPJ-FORN TO AG-CNPJ-FORN
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-AGENDA
               END-READ
           END-IF.
           IF WS-TEM-AGENDA = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
           ELSE
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.
           IF CP-DATA-VENC < WS-DIA-DATA(1)
               MOVE WS-DIA-DATA(1) TO WS-DATA-ALVO
           ELSE
               COMPUTE WS-DU-INT =
                   FUNCTION INTEGER-OF-DATE(CP-DATA-VENC)
               PERFORM 965-PROXIMO-DIA-UTIL
               COMPUTE WS-DATA-ALVO =
                   FUNCTION DATE-OF-INTEGER(WS-DU-INT)
           END-IF.
           MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO.
           PERFORM 580-LOCALIZAR-CONTA-E-DIA.
           IF WS-DIA-POS > ZERO
               ADD WS-VALOR-ITEM TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS)
           END-IF.

      *> TRANSFERENCIAS PROGRAMADAS: SAIDA NA ORIGEM E ENTRADA NO
      *> DESTINO NA DATA; PROGRAMADA ATRASADA PESA NO PRIMEIRO DIA
       570-ACUMULAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               CLOSE TRANSFER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO TR-DATA.
           START TRANSFER-FILE KEY IS GREATER THAN OR EQUAL TO TR-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 572-LER-PROXIMA-TRANSFERENCIA
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TRANSFER-FILE.

       572-LER-PROXIMA-TRANSFERENCIA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF TR-DATA > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF TR-SITUACAO = 'P'
                           PERFORM 575-ACUMULAR-TRANSFERENCIA
                       END-IF
                   END-IF
           END-READ.

       575-ACUMULAR-TRANSFERENCIA.
           IF TR-DATA < WS-DIA-DATA(1)
               MOVE WS-DIA-DATA(1) TO WS-DATA-ALVO
           ELSE
               MOVE TR-DATA TO WS-DATA-ALVO
           END-IF.
           MOVE TR-CONTA-ORIGEM TO WS-CONTA-ALVO.
           PERFORM 580-LOCALIZAR-CONTA-E-DIA.
           IF WS-DIA-POS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD TR-VALOR TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS).
           MOVE TR-CONTA-DESTINO TO WS-CONTA-ALVO.
           PERFORM 580-LOCALIZAR-CONTA-E-DIA.
           ADD TR-VALOR TO WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-POS).

      *> CONTA (NAO CADASTRADA CAI NA PRIMEIRA, COMO NO RELTESO) E DIA
      *> DA JANELA EM QUE WS-DATA-ALVO CAI; DATA NAO UTIL DENTRO DA
      *> JANELA VAI PARA O DIA UTIL SEGUINTE, FORA DELA WS-DIA-POS = ZERO
       580-LOCALIZAR-CONTA-E-DIA.
           MOVE 'N' TO WS-CTA-ACHOU.
           PERFORM 585-PROCURAR-CONTA-ALVO
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD OR WS-CTA-ACHOU = 'S'.
           IF WS-CTA-ACHOU = 'N'
               MOVE 1 TO WS-CTA-IDX
           ELSE
               SUBTRACT 1 FROM WS-CTA-IDX
           END-IF.
           MOVE ZERO TO WS-DIA-POS.
           PERFORM 587-PROCURAR-DIA-ALVO
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD OR WS-DIA-POS > ZERO.

       585-PROCURAR-CONTA-ALVO.
           IF WS-CTA-CODIGO(WS-CTA-IDX) = WS-CONTA-ALVO
               MOVE 'S' TO WS-CTA-ACHOU
           END-IF.

       587-PROCURAR-DIA-ALVO.
           IF WS-DIA-DATA(WS-DIA-IDX) >= WS-DATA-ALVO
               MOVE WS-DIA-IDX TO WS-DIA-POS
           END-IF.

       600-COBRIR-DIA.
           PERFORM 610-COBRIR-CONTA
               VARYING WS-IDX-FALTA FROM 1 BY 1
               UNTIL WS-IDX-FALTA > WS-CTA-QTD.

      *> FALTA = QUANTO A CONTA ESTA ABAIXO DO MINIMO NO DIA; AS DOADORAS
      *> ENTRAM UMA A UMA, DA MAIOR SOBRA PARA A MENOR, ATE COBRIR
       610-COBRIR-CONTA.
           MOVE WS-IDX-FALTA TO WS-IDX-CALC.
           PERFORM 640-SALDO-NO-DIA.
           COMPUTE WS-FALTA = WS-CTA-MINIMO(WS-IDX-FALTA) - WS-SALDO-PROJ.
           IF WS-FALTA NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SEM-DOADOR.
           PERFORM 620-TRANSFERIR-DA-MAIOR-SOBRA
               UNTIL WS-FALTA NOT > ZERO OR WS-SEM-DOADOR = 'S'.
           IF WS-FALTA > ZERO
               ADD 1 TO WS-QTD-DESCOBERTOS
               MOVE WS-FALTA TO WS-ED-SALDO
               MOVE SPACES TO WS-LINHA
               STRING "  " WS-DIA-DATA(WS-DIA-POS) " conta "
                      WS-CTA-CODIGO(WS-IDX-FALTA) " falta "
                      WS-ED-SALDO " sem conta com sobra para cobrir"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       620-TRANSFERIR-DA-MAIOR-SOBRA.
           MOVE ZERO TO WS-IDX-DOADOR.
           MOVE ZERO TO WS-MAIOR-SOBRA.
           PERFORM 630-AVALIAR-DOADORA
               VARYING WS-IDX-CALC FROM 1 BY 1
               UNTIL WS-IDX-CALC > WS-CTA-QTD.
           IF WS-IDX-DOADOR = ZERO OR WS-PRP-QTD >= 200
               MOVE 'S' TO WS-SEM-DOADOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAIOR-SOBRA < WS-FALTA
               MOVE WS-MAIOR-SOBRA TO WS-VALOR-PROPOSTO
           ELSE
               MOVE WS-FALTA TO WS-VALOR-PROPOSTO
           END-IF.
           ADD 1 TO WS-PRP-QTD.
           MOVE WS-DIA-DATA(WS-DIA-POS) TO WS-PRP-DATA(WS-PRP-QTD).
           MOVE WS-CTA-CODIGO(WS-IDX-DOADOR) TO WS-PRP-ORIGEM(WS-PRP-QTD).
           MOVE WS-CTA-CODIGO(WS-IDX-FALTA) TO WS-PRP-DESTINO(WS-PRP-QTD).
           MOVE WS-VALOR-PROPOSTO TO WS-PRP-VALOR(WS-PRP-QTD).
           ADD WS-VALOR-PROPOSTO
               TO WS-CTA-SAIDA(WS-IDX-DOADOR, WS-DIA-POS).
           ADD WS-VALOR-PROPOSTO
               TO WS-CTA-ENTRADA(WS-IDX-FALTA, WS-DIA-POS).
           SUBTRACT WS-VALOR-PROPOSTO FROM WS-FALTA.

       630-AVALIAR-DOADORA.
           IF WS-IDX-CALC = WS-IDX-FALTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 645-MENOR-SALDO-DALI-EM-DIANTE.
           COMPUTE WS-SOBRA = WS-SALDO-MIN - WS-CTA-MINIMO(WS-IDX-CALC).
           IF WS-SOBRA > WS-MAIOR-SOBRA
               MOVE WS-SOBRA TO WS-MAIOR-SOBRA
               MOVE WS-IDX-CALC TO WS-IDX-DOADOR
           END-IF.

      *> SALDO PROJETADO DA CONTA WS-IDX-CALC NO FIM DO DIA WS-DIA-POS
       640-SALDO-NO-DIA.
           MOVE WS-CTA-SALDO(WS-IDX-CALC) TO WS-SALDO-PROJ.
           PERFORM 642-SOMAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-POS.

       642-SOMAR-DIA.
           SUBTRACT WS-CTA-SAIDA(WS-IDX-CALC, WS-DIA-IDX)
               FROM WS-SALDO-PROJ.
           ADD WS-CTA-ENTRADA(WS-IDX-CALC, WS-DIA-IDX) TO WS-SALDO-PROJ.

      *> MENOR SALDO PROJETADO DA CONTA WS-IDX-CALC DO DIA WS-DIA-POS
      *> ATE O FIM DA JANELA
       645-MENOR-SALDO-DALI-EM-DIANTE.
           MOVE WS-CTA-SALDO(WS-IDX-CALC) TO WS-SALDO-PROJ.
           PERFORM 647-CAMINHAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD.

       647-CAMINHAR-DIA.
           PERFORM 642-SOMAR-DIA.
           IF WS-DIA-IDX < WS-DIA-POS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIA-IDX = WS-DIA-POS OR WS-SALDO-PROJ < WS-SALDO-MIN
               MOVE WS-SALDO-PROJ TO WS-SALDO-MIN
           END-IF.

       660-IMPRIMIR-PROPOSTA.
           MOVE "DATA     ORIGEM DESTINO           VALOR" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 665-IMPRIMIR-ITEM
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PRP-QTD.
           MOVE WS-PRP-QTD TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "Transferencias propostas: " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-QTD-DESCOBERTOS > ZERO
               MOVE WS-QTD-DESCOBERTOS TO WS-ED-QTD
               MOVE SPACES TO WS-LINHA
               STRING "Dias/contas que continuam abaixo do minimo: "
                      WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       665-IMPRIMIR-ITEM.
           MOVE WS-PRP-VALOR(WS-PRP-IDX) TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING WS-PRP-DATA(WS-PRP-IDX) " " WS-PRP-ORIGEM(WS-PRP-IDX)
                  "   " WS-PRP-DESTINO(WS-PRP-IDX) "    " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       680-PROGRAMAR-PROPOSTA.
           PERFORM 350-OBTER-PROXIMO-NUMERO.
           IF WS-PROX-NUMERO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROX-NUMERO TO TR-NUMERO.
           MOVE WS-PRP-DATA(WS-PRP-IDX) TO TR-DATA.
           MOVE WS-PRP-ORIGEM(WS-PRP-IDX) TO TR-CONTA-ORIGEM.
           MOVE WS-PRP-DESTINO(WS-PRP-IDX) TO TR-CONTA-DESTINO.
           MOVE WS-PRP-VALOR(WS-PRP-IDX) TO TR-VALOR.
           MOVE 'P' TO TR-SITUACAO.
           MOVE 'P' TO TR-ORIGEM.
           MOVE "COBERTURA DE SALDO PROJETADO" TO TR-HISTORICO.
           MOVE WS-USUARIO-SESSAO TO TR-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO TR-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO TR-DATA-HORA(9:6).
           MOVE ZERO TO TR-DATA-EFETIVA.
           MOVE SPACES TO TR-USUARIO-EFETIVA.
           PERFORM 360-GRAVAR-TRANSFERENCIA.

      *> LANCA AS DUAS PERNAS DE TRANSFER-REG NO CONTABCO: DEBITO NA
      *> ORIGEM E CREDITO NO DESTINO. SE O CREDITO NAO GRAVA, O DEBITO
      *> E DESFEITO, PARA NUNCA FICAR UMA PERNA SO
       700-LANCAR-PERNAS.
           MOVE 'N' TO WS-LANCOU.
           OPEN I-O CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO ao abrir contas bancarias. Status: "
                       WS-STATUS-CONTABCO
               MOVE 'CONTABCO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONTABCO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               CLOSE CONTABCO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-CONTA-DESTINO TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta de destino " TR-CONTA-DESTINO
                           " nao cadastrada."
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE TR-CONTA-ORIGEM TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta de origem " TR-CONTA-ORIGEM
                           " nao cadastrada."
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT TR-VALOR FROM CB-SALDO.
           REWRITE CONTABCO-REG
               INVALID KEY
                   DISPLAY "ERRO ao debitar a origem. Status: "
                           WS-STATUS-CONTABCO
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE TR-CONTA-DESTINO TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF STATUS-OK-CB
               ADD TR-VALOR TO CB-SALDO
               REWRITE CONTABCO-REG
           END-IF.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO ao creditar o destino. Status: "
                       WS-STATUS-CONTABCO "; debito da origem desfeito."
               MOVE 'CONTABCO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONTABCO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE TR-CONTA-ORIGEM TO CB-CODIGO
               READ CONTABCO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD TR-VALOR TO CB-SALDO
                       REWRITE CONTABCO-REG
               END-READ
               CLOSE CONTABCO-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE CONTABCO-FILE.
           MOVE 'S' TO WS-LANCOU.

      *> SALDO MINIMO QUE A CONTA DEVE MANTER; A PROPOSTA COBRE O QUE
      *> FICAR ABAIXO DELE E NAO TIRA DINHEIRO DA CONTA ABAIXO DELE
       800-MANTER-SALDO-MINIMO.
           DISPLAY "Codigo da conta bancaria (ex.: C001): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-MINIMO.
           ACCEPT WS-CONTA-MINIMO.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-MINIMO) TO WS-CONTA-MINIMO.
           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO: contas bancarias da empresa indisponiveis. "
                       "Status: " WS-STATUS-CONTABCO
               CLOSE CONTABCO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-MINIMO TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta bancaria nao cadastrada."
                   CLOSE CONTABCO-FILE
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTABCO-FILE.
           DISPLAY "Conta " CB-CODIGO " - " CB-DESCRICAO.

           OPEN I-O SALDOMIN-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SM
               OPEN OUTPUT SALDOMIN-FILE
               CLOSE SALDOMIN-FILE
               OPEN I-O SALDOMIN-FILE
           END-IF.
           IF NOT STATUS-OK-SM
               DISPLAY "ERRO ao abrir SALDOMIN.DAT. Status: "
                       WS-STATUS-SALDOMIN
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-MINIMO TO SM-CONTA.
           MOVE 'N' TO WS-SM-EXISTE.
           READ SALDOMIN-FILE
               INVALID KEY
                   DISPLAY "Sem saldo minimo definido."
               NOT INVALID KEY
                   MOVE 'S' TO WS-SM-EXISTE
                   MOVE SM-SALDO-MINIMO TO WS-ED-MINIMO
                   DISPLAY "Saldo minimo atual: " WS-ED-MINIMO
                           " (por " SM-USUARIO " em "
                           SM-DATA-HORA(1:8) ")"
           END-READ.
           DISPLAY "Novo saldo minimo: " WITH NO ADVANCING.
           MOVE ZERO TO WS-NOVO-MINIMO.
           ACCEPT WS-NOVO-MINIMO.

           MOVE WS-CONTA-MINIMO TO SM-CONTA.
           MOVE WS-NOVO-MINIMO TO SM-SALDO-MINIMO.
           MOVE WS-USUARIO-SESSAO TO SM-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO SM-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO SM-DATA-HORA(9:6).
           IF WS-SM-EXISTE = 'S'
               REWRITE SALDOMIN-REG
               MOVE 'A' TO WS-JRN-OPERACAO
           ELSE
               WRITE SALDOMIN-REG
               MOVE 'I' TO WS-JRN-OPERACAO
           END-IF.
           IF STATUS-OK-SM
               DISPLAY "Saldo minimo gravado."
               PERFORM 986-JORNALIZAR-MINIMO
           ELSE
               DISPLAY "ERRO ao gravar saldo minimo. Status: "
                       WS-STATUS-SALDOMIN
           END-IF.
           CLOSE SALDOMIN-FILE.
           PERFORM 850-PAUSA.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..."
                   WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'TRANSBCO_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           MOVE 'N' TO WS-SPOOL-ABERTO.
           OPEN OUTPUT SPOOL-FILE.
           IF STATUS-OK-SPOOL
               MOVE 'S' TO WS-SPOOL-ABERTO
           ELSE
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF WS-SPOOL-ABERTO = 'S'
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       895-FECHAR-SPOOL.
           IF WS-SPOOL-ABERTO = 'S'
               CLOSE SPOOL-FILE
               MOVE 'N' TO WS-SPOOL-ABERTO
               DISPLAY "Copia da proposta gravada em " WS-NOME-SPOOL
           END-IF.

      *> ROTINAS DE DIA UTIL COMPARTILHADAS, COMO NOS DEMAIS PROGRAMAS
       955-ABRIR-FERIADOS.
           MOVE 'N' TO WS-FERIADOS-ABERTO.
           OPEN INPUT FERIADOS-FILE.
           IF STATUS-OK-FE
               MOVE 'S' TO WS-FERIADOS-ABERTO
           END-IF.

       956-FECHAR-FERIADOS.
           IF WS-FERIADOS-ABERTO = 'S'
               CLOSE FERIADOS-FILE
               MOVE 'N' TO WS-FERIADOS-ABERTO
           END-IF.

       960-VERIFICAR-DIA-UTIL.
           COMPUTE WS-DU-RESTO = FUNCTION MOD(WS-DU-INT, 7).
           IF WS-DU-RESTO = 6 OR WS-DU-RESTO = 0
               MOVE 'N' TO WS-DU-UTIL
           ELSE
               MOVE 'S' TO WS-DU-UTIL
               IF WS-FERIADOS-ABERTO = 'S'
                   COMPUTE FE-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DU-INT)
                   READ FERIADOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-DU-UTIL
                   END-READ
               END-IF
           END-IF.

       965-PROXIMO-DIA-UTIL.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           PERFORM 966-AVANCAR-DIA-UTIL UNTIL WS-DU-UTIL = 'S'.

       966-AVANCAR-DIA-UTIL.
           ADD 1 TO WS-DU-INT.
           PERFORM 960-VERIFICAR-DIA-UTIL.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL)
       985-JORNALIZAR-TRANSFERENCIA.
           MOVE 'TRANSFER' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE TRANSFER-REG TO WS-JRN-IMAGEM(1:122).
           CALL 'JORNAL' USING WS-JORNAL-PARM.

       986-JORNALIZAR-MINIMO.
           MOVE 'SALDOMIN' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE SALDOMIN-REG TO WS-JRN-IMAGEM(1:42).
           CALL 'JORNAL' USING WS-JORNAL-PARM.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO, COM O USUARIO DA SESSAO GRAVADO PELO MENU
       990-GRAVAR-LOG-ERRO.
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
           MOVE WS-USUARIO-SESSAO TO EL-USUARIO.
           MOVE 'TRANSBCO' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
