       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTABCO.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFBCO-FILE *> Tarifas de transferencia por conta da empresa
               ASSIGN TO 'TARIFBCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-CONTA
               FILE STATUS IS WS-STATUS-TARIFBCO.

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

           SELECT FORNBANCO-FILE *> Dados bancarios/chave PIX do fornecedor
               ASSIGN TO 'FORNBANCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

           SELECT TRANSFER-FILE *> Transferencias entre contas da propria empresa
               ASSIGN TO 'TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-NUMERO
               ALTERNATE RECORD KEY IS TR-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TRANSFER.

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

           SELECT SPOOL-FILE *> Copia impressa da proposta de roteamento
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
      *> TARIFA QUE O BANCO DA CONTA COBRA POR PAGAMENTO A FAVORECIDO
      *> DO PROPRIO BANCO E A FAVORECIDO DE OUTRO BANCO (TED/DOC).
      *> TB-ROTA-ALTERNATIVA 'S' = A CONTA PODE SER USADA COMO ROTA MAIS
      *> BARATA QUANDO NENHUMA CONTA DO BANCO DO FORNECEDOR TEM SALDO
       FD  TARIFBCO-FILE.
       01  TARIFBCO-REG.
           05 TB-CONTA              PIC X(04).
           05 TB-TARIFA-MESMO-BANCO PIC 9(05)V99.
           05 TB-TARIFA-OUTRO-BANCO PIC 9(05)V99.
           05 TB-ROTA-ALTERNATIVA   PIC X(01).
           05 TB-USUARIO            PIC X(10).
           05 TB-DATA-HORA          PIC 9(14).

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

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
           05 FB-CNPJ          PIC 9(14).
           05 FB-BANCO         PIC X(03).
           05 FB-AGENCIA       PIC X(06).
           05 FB-CONTA         PIC X(12).
           05 FB-PIX           PIC X(40).
           05 FB-TIPO-PIX      PIC X(01).

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

       01 WS-STATUS-TARIFBCO       PIC X(2).
          88 STATUS-OK-TB           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-TB VALUE '35'.
       01 WS-STATUS-CONTABCO       PIC X(2).
          88 STATUS-OK-CB           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CB VALUE '35'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-TRANSFER       PIC X(2).
          88 STATUS-OK-TR           VALUE '00'.
       01 WS-STATUS-AGENDA         PIC X(2).
          88 STATUS-OK-AG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AG VALUE '35'.
       01 WS-STATUS-FORNBANCO      PIC X(2).
          88 STATUS-OK-FB           VALUE '00'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

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
       01 WS-FORNBANCO-ABERTO      PIC X(01) VALUE 'N'.

      *> MANUTENCAO DE TARIFAS
       01 WS-CONTA-TARIFA          PIC X(04).
       01 WS-TB-EXISTE             PIC X(01).
       01 WS-NOVA-TARIFA-MESMO     PIC 9(05)V99.
       01 WS-NOVA-TARIFA-OUTRO     PIC 9(05)V99.
       01 WS-NOVA-ROTA             PIC X(01).
       01 WS-QTD-LISTADOS          PIC 9(05).

      *> OS PROXIMOS 15 DIAS UTEIS, COMO NA POSICAO DE TESOURARIA
      *> (RELTESO), QUE E A JANELA EM QUE O SALDO E PROJETADO
       01 WS-DIA-QTD               PIC 9(02).
       01 WS-DIA-IDX               PIC 9(02).
       01 WS-DIA-POS               PIC 9(02).
       01 WS-DIA-TAB.
           05 WS-DIA-DATA          PIC 9(08) OCCURS 15 TIMES.

      *> CONTAS DA EMPRESA COM BANCO, TARIFAS E A MATRIZ DE SAIDAS E
      *> ENTRADAS (TRANSFERENCIAS PROGRAMADAS) POR DIA MONTADA PELA
      *> MESMA REGRA DO RELTESO
       01 WS-CTA-QTD               PIC 9(02) VALUE ZERO.
       01 WS-CTA-IDX               PIC 9(02).
       01 WS-CTA-ACHOU             PIC X(01).
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM OCCURS 20 TIMES.
              10 WS-CTA-CODIGO     PIC X(04).
              10 WS-CTA-BANCO      PIC X(03).
              10 WS-CTA-DESCRICAO  PIC X(20).
              10 WS-CTA-SALDO      PIC S9(12)V99.
              10 WS-CTA-TARIFA-MESMO PIC 9(05)V99.
              10 WS-CTA-TARIFA-OUTRO PIC 9(05)V99.
              10 WS-CTA-ALTERNATIVA PIC X(01).
              10 WS-CTA-SAIDA      PIC 9(12)V99 OCCURS 15 TIMES.
              10 WS-CTA-ENTRADA    PIC 9(12)V99 OCCURS 15 TIMES.

       01 WS-CONTA-ALVO            PIC X(04).
       01 WS-VALOR-ITEM            PIC 9(10)V99.
       01 WS-TEM-AGENDA            PIC X(01).
       01 WS-DATA-TRANSF           PIC 9(08).

      *> ROTEAMENTO DE UM ITEM DA AGENDA
       01 WS-SO-SEM-CONTA          PIC X(01) VALUE 'N'.
       01 WS-BANCO-FORN            PIC X(03).
       01 WS-IDX-ATUAL             PIC 9(02).
       01 WS-IDX-NOVA              PIC 9(02).
       01 WS-IDX-CAND              PIC 9(02).
       01 WS-IDX-MELHOR            PIC 9(02).
       01 WS-SALDO-PROJ            PIC S9(12)V99.
       01 WS-SALDO-MIN             PIC S9(12)V99.
       01 WS-MELHOR-SALDO          PIC S9(12)V99.
       01 WS-MELHOR-TARIFA         PIC 9(05)V99.
       01 WS-TARIFA-CAND           PIC 9(05)V99.
       01 WS-ROTA                  PIC X(01).
          88 ROTA-MESMO-BANCO       VALUE 'B'.
          88 ROTA-MAIS-BARATA       VALUE 'T'.
          88 ROTA-MANTIDA           VALUE 'M'.
       01 WS-OBS-ROTA              PIC X(20).

      *> A PROPOSTA: UMA LINHA POR ITEM DA AGENDA DENTRO DA JANELA
       01 WS-PRP-QTD               PIC 9(03) VALUE ZERO.
       01 WS-PRP-IDX               PIC 9(03).
       01 WS-PRP-TAB.
           05 WS-PRP-ITEM OCCURS 500 TIMES.
              10 WS-PRP-NUM-DOC    PIC 9(10).
              10 WS-PRP-CNPJ       PIC 9(14).
              10 WS-PRP-DATA       PIC 9(08).
              10 WS-PRP-VALOR      PIC 9(10)V99.
              10 WS-PRP-BANCO-FORN PIC X(03).
              10 WS-PRP-CONTA-ATUAL PIC X(04).
              10 WS-PRP-CONTA-NOVA PIC X(04).
              10 WS-PRP-TARIFA-ATUAL PIC 9(05)V99.
              10 WS-PRP-TARIFA-NOVA PIC 9(05)V99.
              10 WS-PRP-MUDA       PIC X(01).
              10 WS-PRP-OBS        PIC X(20).

       01 WS-QTD-MUDANCAS          PIC 9(05).
       01 WS-QTD-MANTIDOS          PIC 9(05).
       01 WS-QTD-GRAVADOS          PIC 9(05).
       01 WS-ECONOMIA-TOTAL        PIC S9(09)V99.
       01 WS-ECONOMIA-ITEM         PIC S9(07)V99.
       01 WS-CONTA-ED-ATUAL        PIC X(04).
       01 WS-ED-VALOR              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-TARIFA-ATUAL       PIC ZZ,ZZ9.99.
       01 WS-ED-TARIFA-NOVA        PIC ZZ,ZZ9.99.
       01 WS-ED-ECONOMIA           PIC -ZZ,ZZ9.99.
       01 WS-ED-ECONOMIA-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-QTD                PIC ZZZZ9.

      *> APOIO DE DIAS UTEIS, COMO NOS DEMAIS PROGRAMAS
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-DU-INT                PIC S9(09) COMP.
       01 WS-DU-RESTO              PIC 9(01).
       01 WS-DU-UTIL               PIC X(01).

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'ROTABCO'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> ROTEAMENTO BANCARIO DA AGENDA: CADA PAGAMENTO PROGRAMADO SAI
      *> DA CONTA DA EMPRESA NO MESMO BANCO DO FORNECEDOR (FORNBANCO),
      *> DESDE QUE ESSA CONTA TENHA SALDO PROJETADO PELA REGRA DO
      *> RELTESO ATE O FIM DA JANELA; SEM CONTA NO BANCO DELE COM SALDO,
      *> VAI PELA ROTA MAIS BARATA ENTRE AS CONTAS MARCADAS COMO ROTA
      *> ALTERNATIVA NA TABELA DE TARIFAS. A PROPOSTA MOSTRA A ECONOMIA
      *> ESTIMADA DE TARIFA E SO GRAVA AG-CONTA-EMPRESA DEPOIS DE
      *> CONFIRMADA. NA RODADA NOTURNA (ANTES DO AGENDEXE) SO SAO
      *> ROTEADOS OS ITENS SEM CONTA PAGADORA ESCOLHIDA NA AGENDA
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HOJE.
           PERFORM 150-LER-SESSAO.
           IF WS-MODO-BATCH = 'S'
               MOVE 'S' TO WS-SO-SEM-CONTA
               PERFORM 400-PROPOR-ROTEAMENTO
               IF WS-QTD-MUDANCAS > ZERO
                   PERFORM 600-APLICAR-PROPOSTA
               ELSE
                   PERFORM 895-FECHAR-SPOOL
               END-IF
               MOVE WS-QTD-GRAVADOS TO WS-CONTADOR-BATCH
               GOBACK
           END-IF.
           PERFORM 200-MENU-ROTEAMENTO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-ROTEAMENTO.
           DISPLAY "--- Roteamento Bancario da Agenda ---".
           DISPLAY "P - Proposta de roteamento da agenda".
           DISPLAY "T - Tarifas por conta bancaria (supervisor)".
           DISPLAY "L - Listar tarifas cadastradas".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'P'
                   MOVE 'N' TO WS-SO-SEM-CONTA
                   PERFORM 400-PROPOR-ROTEAMENTO
                   PERFORM 590-CONFIRMAR-PROPOSTA
               WHEN 'T'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 300-MANTER-TARIFA
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera "
                               "tarifas bancarias."
                   END-IF
               WHEN 'L'
                   PERFORM 350-LISTAR-TARIFAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> A CONTA PRECISA EXISTIR NO CADASTRO DE CONTAS DA EMPRESA
       300-MANTER-TARIFA.
           DISPLAY "Codigo da conta bancaria (ex.: C001): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-TARIFA.
           ACCEPT WS-CONTA-TARIFA.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-TARIFA) TO WS-CONTA-TARIFA.
           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO: contas bancarias da empresa indisponiveis. "
                       "Status: " WS-STATUS-CONTABCO
               CLOSE CONTABCO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-TARIFA TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta bancaria nao cadastrada."
                   CLOSE CONTABCO-FILE
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTABCO-FILE.
           DISPLAY "Conta " CB-CODIGO " - banco " CB-BANCO " - "
                   CB-DESCRICAO.

           OPEN I-O TARIFBCO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-TB
               OPEN OUTPUT TARIFBCO-FILE
               CLOSE TARIFBCO-FILE
               OPEN I-O TARIFBCO-FILE
           END-IF.
           IF NOT STATUS-OK-TB
               DISPLAY "ERRO ao abrir TARIFBCO.DAT. Status: "
                       WS-STATUS-TARIFBCO
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-TARIFA TO TB-CONTA.
           MOVE 'N' TO WS-TB-EXISTE.
           READ TARIFBCO-FILE
               INVALID KEY
                   DISPLAY "Sem tarifas cadastradas para a conta."
               NOT INVALID KEY
                   MOVE 'S' TO WS-TB-EXISTE
                   MOVE TB-TARIFA-MESMO-BANCO TO WS-ED-TARIFA-ATUAL
                   MOVE TB-TARIFA-OUTRO-BANCO TO WS-ED-TARIFA-NOVA
                   DISPLAY "Atual: mesmo banco " WS-ED-TARIFA-ATUAL
                           "  outro banco " WS-ED-TARIFA-NOVA
                           "  rota alternativa " TB-ROTA-ALTERNATIVA
                           " (por " TB-USUARIO " em "
                           TB-DATA-HORA(1:8) ")"
           END-READ.

           DISPLAY "Tarifa por pagamento a favorecido do mesmo banco: "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-NOVA-TARIFA-MESMO.
           ACCEPT WS-NOVA-TARIFA-MESMO.
           DISPLAY "Tarifa por pagamento a outro banco (TED): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-NOVA-TARIFA-OUTRO.
           ACCEPT WS-NOVA-TARIFA-OUTRO.
           DISPLAY "Usar como rota mais barata quando o banco do "
                   "fornecedor nao tiver saldo (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOVA-ROTA.
           ACCEPT WS-NOVA-ROTA.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-ROTA) TO WS-NOVA-ROTA.
           IF WS-NOVA-ROTA NOT = 'S'
               MOVE 'N' TO WS-NOVA-ROTA
           END-IF.

           MOVE WS-CONTA-TARIFA TO TB-CONTA.
           MOVE WS-NOVA-TARIFA-MESMO TO TB-TARIFA-MESMO-BANCO.
           MOVE WS-NOVA-TARIFA-OUTRO TO TB-TARIFA-OUTRO-BANCO.
           MOVE WS-NOVA-ROTA TO TB-ROTA-ALTERNATIVA.
           MOVE WS-USUARIO-SESSAO TO TB-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO TB-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO TB-DATA-HORA(9:6).
           IF WS-TB-EXISTE = 'S'
               REWRITE TARIFBCO-REG
               MOVE 'A' TO WS-JRN-OPERACAO
           ELSE
               WRITE TARIFBCO-REG
               MOVE 'I' TO WS-JRN-OPERACAO
           END-IF.
           IF STATUS-OK-TB
               DISPLAY "Tarifas gravadas."
               PERFORM 985-JORNALIZAR-TARIFA
           ELSE
               DISPLAY "ERRO ao gravar tarifas. Status: "
                       WS-STATUS-TARIFBCO
           END-IF.
           CLOSE TARIFBCO-FILE.
           PERFORM 850-PAUSA.

       350-LISTAR-TARIFAS.
           OPEN INPUT TARIFBCO-FILE.
           IF NOT STATUS-OK-TB
               DISPLAY "Nenhuma tarifa bancaria cadastrada."
               CLOSE TARIFBCO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTA  MESMO BANCO  OUTRO BANCO  ROTA ALT.".
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO TB-CONTA.
           START TARIFBCO-FILE KEY IS GREATER THAN TB-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 360-LISTAR-TARIFA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TARIFBCO-FILE.
           DISPLAY "Contas com tarifa: " WS-QTD-LISTADOS.
           PERFORM 850-PAUSA.

       360-LISTAR-TARIFA.
           READ TARIFBCO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE TB-TARIFA-MESMO-BANCO TO WS-ED-TARIFA-ATUAL
                   MOVE TB-TARIFA-OUTRO-BANCO TO WS-ED-TARIFA-NOVA
                   DISPLAY TB-CONTA "     " WS-ED-TARIFA-ATUAL
                           "    " WS-ED-TARIFA-NOVA
                           "    " TB-ROTA-ALTERNATIVA
           END-READ.

      *> MONTA A PROJECAO DE SALDO POR CONTA E DIA UTIL (MESMA REGRA DO
      *> RELTESO) E PERCORRE A AGENDA DA JANELA EM ORDEM DE DATA,
      *> ESCOLHENDO A CONTA DE CADA ITEM; QUANDO O ITEM MUDA DE CONTA A
      *> SAIDA MUDA DE LUGAR NA MATRIZ, PARA OS ITENS SEGUINTES JA
      *> ENXERGAREM O SALDO QUE SOBROU
       400-PROPOR-ROTEAMENTO.
           MOVE ZERO TO WS-PRP-QTD.
           MOVE ZERO TO WS-QTD-MUDANCAS.
           MOVE ZERO TO WS-QTD-MANTIDOS.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE ZERO TO WS-ECONOMIA-TOTAL.
           PERFORM 410-LER-PARAMETROS.
           PERFORM 420-MONTAR-DIAS-UTEIS.
           PERFORM 430-CARREGAR-CONTAS.
           IF WS-CTA-QTD = ZERO
               DISPLAY "AVISO: nenhuma conta bancaria cadastrada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 440-CARREGAR-TARIFAS.
           PERFORM 450-ACUMULAR-AGENDA.
           PERFORM 470-ACUMULAR-VENCIMENTOS.
           PERFORM 476-ACUMULAR-TRANSFERENCIAS.
           PERFORM 500-ROTEAR-AGENDA.
           PERFORM 560-IMPRIMIR-PROPOSTA.

       410-LER-PARAMETROS.
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

       420-MONTAR-DIAS-UTEIS.
           MOVE ZERO TO WS-DIA-QTD.
           PERFORM 955-ABRIR-FERIADOS.
           COMPUTE WS-DU-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1.
           PERFORM 425-PROXIMO-DIA-JANELA UNTIL WS-DIA-QTD >= 15.
           PERFORM 956-FECHAR-FERIADOS.

       425-PROXIMO-DIA-JANELA.
           ADD 1 TO WS-DU-INT.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'S'
               ADD 1 TO WS-DIA-QTD
               COMPUTE WS-DIA-DATA(WS-DIA-QTD) =
                   FUNCTION DATE-OF-INTEGER(WS-DU-INT)
           END-IF.

       430-CARREGAR-CONTAS.
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
           PERFORM 435-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTABCO-FILE.

       435-LER-PROXIMA-CONTA.
           READ CONTABCO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CTA-QTD < 20
                       ADD 1 TO WS-CTA-QTD
                       MOVE CB-CODIGO TO WS-CTA-CODIGO(WS-CTA-QTD)
                       MOVE CB-BANCO TO WS-CTA-BANCO(WS-CTA-QTD)
                       MOVE CB-DESCRICAO(1:20)
                           TO WS-CTA-DESCRICAO(WS-CTA-QTD)
                       MOVE CB-SALDO TO WS-CTA-SALDO(WS-CTA-QTD)
                       MOVE ZERO TO WS-CTA-TARIFA-MESMO(WS-CTA-QTD)
                       MOVE ZERO TO WS-CTA-TARIFA-OUTRO(WS-CTA-QTD)
                       MOVE 'N' TO WS-CTA-ALTERNATIVA(WS-CTA-QTD)
                       PERFORM 437-ZERAR-SAIDAS-CONTA
                           VARYING WS-DIA-IDX FROM 1 BY 1
                           UNTIL WS-DIA-IDX > 15
                   END-IF
           END-READ.

       437-ZERAR-SAIDAS-CONTA.
           MOVE ZERO TO WS-CTA-SAIDA(WS-CTA-QTD, WS-DIA-IDX).
           MOVE ZERO TO WS-CTA-ENTRADA(WS-CTA-QTD, WS-DIA-IDX).

      *> CONTA SEM TARIFA CADASTRADA FICA COM TARIFA ZERO E NUNCA E ROTA
      *> ALTERNATIVA; CONTINUA VALENDO PARA FORNECEDOR DO MESMO BANCO
       440-CARREGAR-TARIFAS.
           OPEN INPUT TARIFBCO-FILE.
           IF NOT STATUS-OK-TB
               CLOSE TARIFBCO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 445-LER-TARIFA-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.
           CLOSE TARIFBCO-FILE.

       445-LER-TARIFA-CONTA.
           MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO TB-CONTA.
           READ TARIFBCO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TB-TARIFA-MESMO-BANCO
                       TO WS-CTA-TARIFA-MESMO(WS-CTA-IDX)
                   MOVE TB-TARIFA-OUTRO-BANCO
                       TO WS-CTA-TARIFA-OUTRO(WS-CTA-IDX)
                   MOVE TB-ROTA-ALTERNATIVA
                       TO WS-CTA-ALTERNATIVA(WS-CTA-IDX)
           END-READ.

      *> CADA ITEM DA AGENDA DENTRO DA JANELA ENTRA COMO SAIDA DA SUA
      *> CONTA PAGADORA (OU DA CONTA PADRAO) NO DIA PROGRAMADO
       450-ACUMULAR-AGENDA.
           OPEN INPUT AGENDA-FILE.
           IF NOT STATUS-OK-AG
               IF NOT ARQUIVO-NAO-ENCONTRADO-AG
                   MOVE 'AGENDPAG' TO WS-ERR-ARQUIVO
                   MOVE WS-STATUS-AGENDA TO WS-ERR-STATUS
                   PERFORM 990-GRAVAR-LOG-ERRO
               END-IF
               CLOSE AGENDA-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               IF NOT ARQUIVO-NAO-ENCONTRADO-CP
                   MOVE 'CONTAPAGAR' TO WS-ERR-ARQUIVO
                   MOVE WS-STATUS-CONTAPAGAR TO WS-ERR-STATUS
                   PERFORM 990-GRAVAR-LOG-ERRO
               END-IF
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
           PERFORM 455-LER-PROXIMO-AGENDADO UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE CONTAPAGAR-FILE.
           CLOSE AGENDA-FILE.

       455-LER-PROXIMO-AGENDADO.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF AG-DATA-PROG > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM 457-ACUMULAR-ITEM-AGENDA
                   END-IF
           END-READ.

       457-ACUMULAR-ITEM-AGENDA.
           PERFORM 520-LER-CONTA-DO-ITEM.
           IF WS-VALOR-ITEM = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF AG-CONTA-EMPRESA = SPACES
               MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO
           ELSE
               MOVE AG-CONTA-EMPRESA TO WS-CONTA-ALVO
           END-IF.
           PERFORM 480-SOMAR-SAIDA-NO-DIA.

      *> CONTAS EM ABERTO SEM PROGRAMACAO NA AGENDA ENTRAM PELO
      *> VENCIMENTO ROLADO PARA O DIA UTIL, NA CONTA PADRAO
       470-ACUMULAR-VENCIMENTOS.
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
           PERFORM 473-LER-PROXIMO-VENCIMENTO UNTIL WS-FIM-LEITURA = 'Y'.

           PERFORM 956-FECHAR-FERIADOS.
           IF WS-AGENDA-ABERTA = 'S'
               CLOSE AGENDA-FILE
               MOVE 'N' TO WS-AGENDA-ABERTA
           END-IF.
           CLOSE CONTAPAGAR-FILE.

       473-LER-PROXIMO-VENCIMENTO.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-DATA-VENC > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E'
                           PERFORM 475-ACUMULAR-VENCIMENTO
                       END-IF
                   END-IF
           END-READ.

       475-ACUMULAR-VENCIMENTO.
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
               MOVE WS-DIA-DATA(1) TO AG-DATA-PROG
           ELSE
               COMPUTE WS-DU-INT =
                   FUNCTION INTEGER-OF-DATE(CP-DATA-VENC)
               PERFORM 965-PROXIMO-DIA-UTIL
               COMPUTE AG-DATA-PROG =
                   FUNCTION DATE-OF-INTEGER(WS-DU-INT)
               IF AG-DATA-PROG > WS-DIA-DATA(WS-DIA-QTD)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO.
           PERFORM 480-SOMAR-SAIDA-NO-DIA.

      *> TRANSFERENCIAS PROGRAMADAS ENTRE CONTAS DA EMPRESA, COMO NO
      *> RELTESO: SAIDA NA ORIGEM, ENTRADA NO DESTINO; ATRASADA NO DIA 1
       476-ACUMULAR-TRANSFERENCIAS.
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
           PERFORM 477-LER-PROXIMA-TRANSFERENCIA
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TRANSFER-FILE.

       477-LER-PROXIMA-TRANSFERENCIA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF TR-DATA > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF TR-SITUACAO = 'P'
                           PERFORM 478-ACUMULAR-TRANSFERENCIA
                       END-IF
                   END-IF
           END-READ.

       478-ACUMULAR-TRANSFERENCIA.
           IF TR-DATA < WS-DIA-DATA(1)
               MOVE WS-DIA-DATA(1) TO WS-DATA-TRANSF
           ELSE
               MOVE TR-DATA TO WS-DATA-TRANSF
           END-IF.
           MOVE ZERO TO WS-DIA-POS.
           PERFORM 479-PROCURAR-DIA-TRANSF
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD OR WS-DIA-POS > ZERO.
           IF WS-DIA-POS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-CONTA-ORIGEM TO WS-CONTA-ALVO.
           PERFORM 485-LOCALIZAR-CONTA-ALVO.
           ADD TR-VALOR TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS).
           MOVE TR-CONTA-DESTINO TO WS-CONTA-ALVO.
           PERFORM 485-LOCALIZAR-CONTA-ALVO.
           ADD TR-VALOR TO WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-POS).

       479-PROCURAR-DIA-TRANSF.
           IF WS-DIA-DATA(WS-DIA-IDX) >= WS-DATA-TRANSF
               MOVE WS-DIA-IDX TO WS-DIA-POS
           END-IF.

      *> SAIDA DE CONTA NAO CADASTRADA CAI NA PRIMEIRA CONTA DA LISTA,
      *> COMO NO RELTESO
       480-SOMAR-SAIDA-NO-DIA.
           PERFORM 485-LOCALIZAR-CONTA-ALVO.
           PERFORM 490-LOCALIZAR-DIA.
           IF WS-DIA-POS > ZERO
               ADD WS-VALOR-ITEM TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS)
           END-IF.

       485-LOCALIZAR-CONTA-ALVO.
           MOVE 'N' TO WS-CTA-ACHOU.
           PERFORM 487-PROCURAR-CONTA-ALVO
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD OR WS-CTA-ACHOU = 'S'.
           IF WS-CTA-ACHOU = 'N'
               MOVE 1 TO WS-CTA-IDX
           ELSE
               SUBTRACT 1 FROM WS-CTA-IDX
           END-IF.

       487-PROCURAR-CONTA-ALVO.
           IF WS-CTA-CODIGO(WS-CTA-IDX) = WS-CONTA-ALVO
               MOVE 'S' TO WS-CTA-ACHOU
           END-IF.

      *> POSICAO DE AG-DATA-PROG NA JANELA (ZERO = FORA DELA)
       490-LOCALIZAR-DIA.
           MOVE ZERO TO WS-DIA-POS.
           PERFORM 495-COMPARAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD OR WS-DIA-POS > ZERO.

       495-COMPARAR-DIA.
           IF WS-DIA-DATA(WS-DIA-IDX) = AG-DATA-PROG
               MOVE WS-DIA-IDX TO WS-DIA-POS
           END-IF.

      *> SEGUNDA PASSADA NA AGENDA DA JANELA, AGORA PARA ROTEAR
       500-ROTEAR-AGENDA.
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
           MOVE 'N' TO WS-FORNBANCO-ABERTO.
           OPEN INPUT FORNBANCO-FILE.
           IF STATUS-OK-FB
               MOVE 'S' TO WS-FORNBANCO-ABERTO
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-DIA-DATA(1) TO AG-DATA-PROG.
           START AGENDA-FILE KEY IS GREATER THAN OR EQUAL TO AG-DATA-PROG
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-LER-PROXIMO-A-ROTEAR UNTIL WS-FIM-LEITURA = 'Y'.

           IF WS-FORNBANCO-ABERTO = 'S'
               CLOSE FORNBANCO-FILE
               MOVE 'N' TO WS-FORNBANCO-ABERTO
           END-IF.
           CLOSE CONTAPAGAR-FILE.
           CLOSE AGENDA-FILE.

       510-LER-PROXIMO-A-ROTEAR.
           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF AG-DATA-PROG > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM 530-ROTEAR-ITEM
                   END-IF
           END-READ.

      *> SALDO EM ABERTO DA CONTA A PAGAR DO ITEM CORRENTE DA AGENDA;
      *> ZERO QUANDO A CONTA NAO EXISTE OU JA NAO ESTA EM ABERTO
       520-LER-CONTA-DO-ITEM.
           MOVE ZERO TO WS-VALOR-ITEM.
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

      *> TITULO JA EM REMESSA ('E') FICA COMO ESTA: O ARQUIVO JA FOI
      *> GERADO PELA CONTA DELE. SEM DADOS BANCARIOS DO FORNECEDOR NAO
      *> HA BANCO A CASAR E O ITEM TAMBEM FICA NA CONTA QUE TEM
       530-ROTEAR-ITEM.
           PERFORM 520-LER-CONTA-DO-ITEM.
           IF WS-VALOR-ITEM = ZERO OR CP-SITUACAO = 'E'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SO-SEM-CONTA = 'S' AND AG-CONTA-EMPRESA NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 490-LOCALIZAR-DIA.
           IF WS-DIA-POS = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRP-QTD >= 500
               EXIT PARAGRAPH
           END-IF.

           IF AG-CONTA-EMPRESA = SPACES
               MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO
           ELSE
               MOVE AG-CONTA-EMPRESA TO WS-CONTA-ALVO
           END-IF.
           PERFORM 485-LOCALIZAR-CONTA-ALVO.
           MOVE WS-CTA-IDX TO WS-IDX-ATUAL.

           MOVE SPACES TO WS-BANCO-FORN.
           IF WS-FORNBANCO-ABERTO = 'S'
               MOVE AG-CNPJ-FORN TO FB-CNPJ
               READ FORNBANCO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FB-BANCO TO WS-BANCO-FORN
               END-READ
           END-IF.

           MOVE WS-IDX-ATUAL TO WS-IDX-NOVA.
           MOVE 'M' TO WS-ROTA.
           MOVE SPACES TO WS-OBS-ROTA.
           IF WS-BANCO-FORN = SPACES
               MOVE "SEM DADOS BANCARIOS" TO WS-OBS-ROTA
           ELSE
               PERFORM 540-ESCOLHER-CONTA
           END-IF.

           ADD 1 TO WS-PRP-QTD.
           MOVE AG-NUM-DOC TO WS-PRP-NUM-DOC(WS-PRP-QTD).
           MOVE AG-CNPJ-FORN TO WS-PRP-CNPJ(WS-PRP-QTD).
           MOVE AG-DATA-PROG TO WS-PRP-DATA(WS-PRP-QTD).
           MOVE WS-VALOR-ITEM TO WS-PRP-VALOR(WS-PRP-QTD).
           MOVE WS-BANCO-FORN TO WS-PRP-BANCO-FORN(WS-PRP-QTD).
           MOVE AG-CONTA-EMPRESA TO WS-PRP-CONTA-ATUAL(WS-PRP-QTD).
           MOVE WS-CTA-CODIGO(WS-IDX-NOVA) TO WS-PRP-CONTA-NOVA(WS-PRP-QTD).
           MOVE WS-OBS-ROTA TO WS-PRP-OBS(WS-PRP-QTD).
           MOVE WS-IDX-ATUAL TO WS-IDX-CAND.
           PERFORM 555-TARIFA-DA-CANDIDATA.
           MOVE WS-TARIFA-CAND TO WS-PRP-TARIFA-ATUAL(WS-PRP-QTD).
           MOVE WS-IDX-NOVA TO WS-IDX-CAND.
           PERFORM 555-TARIFA-DA-CANDIDATA.
           MOVE WS-TARIFA-CAND TO WS-PRP-TARIFA-NOVA(WS-PRP-QTD).

      *> ITEM EM BRANCO QUE CONTINUA NA CONTA PADRAO FICA EM BRANCO
           IF WS-CTA-CODIGO(WS-IDX-NOVA) = WS-CONTA-ALVO
               MOVE 'N' TO WS-PRP-MUDA(WS-PRP-QTD)
               ADD 1 TO WS-QTD-MANTIDOS
           ELSE
               MOVE 'S' TO WS-PRP-MUDA(WS-PRP-QTD)
               ADD 1 TO WS-QTD-MUDANCAS
               COMPUTE WS-ECONOMIA-TOTAL = WS-ECONOMIA-TOTAL
                   + WS-PRP-TARIFA-ATUAL(WS-PRP-QTD)
                   - WS-PRP-TARIFA-NOVA(WS-PRP-QTD)
           END-IF.

           IF WS-IDX-NOVA NOT = WS-IDX-ATUAL
               SUBTRACT WS-VALOR-ITEM
                   FROM WS-CTA-SAIDA(WS-IDX-ATUAL, WS-DIA-POS)
               ADD WS-VALOR-ITEM
                   TO WS-CTA-SAIDA(WS-IDX-NOVA, WS-DIA-POS)
           END-IF.

      *> PRIMEIRO A CONTA DO BANCO DO FORNECEDOR COM SALDO PROJETADO
      *> (SE HA MAIS DE UMA, A QUE TERMINA A JANELA MAIS FOLGADA); SEM
      *> NENHUMA, A ROTA ALTERNATIVA DE MENOR TARIFA COM SALDO -- EM
      *> EMPATE DE TARIFA FICA A CONTA ATUAL, PARA NAO MEXER A TOA
       540-ESCOLHER-CONTA.
           MOVE ZERO TO WS-IDX-MELHOR.
           MOVE ZERO TO WS-MELHOR-SALDO.
           PERFORM 542-AVALIAR-MESMO-BANCO
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.
           IF WS-IDX-MELHOR > ZERO
               MOVE WS-IDX-MELHOR TO WS-IDX-NOVA
               MOVE 'B' TO WS-ROTA
               MOVE "MESMO BANCO" TO WS-OBS-ROTA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-IDX-MELHOR.
           MOVE ZERO TO WS-MELHOR-TARIFA.
           PERFORM 546-AVALIAR-ALTERNATIVA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.
           IF WS-IDX-MELHOR > ZERO
               MOVE WS-IDX-MELHOR TO WS-IDX-NOVA
               MOVE 'T' TO WS-ROTA
               MOVE "ROTA MAIS BARATA" TO WS-OBS-ROTA
           ELSE
               MOVE "SEM SALDO PROJETADO" TO WS-OBS-ROTA
           END-IF.

       542-AVALIAR-MESMO-BANCO.
           IF WS-CTA-BANCO(WS-CTA-IDX) NOT = WS-BANCO-FORN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 550-SALDO-MINIMO.
           IF WS-CTA-IDX NOT = WS-IDX-ATUAL
               SUBTRACT WS-VALOR-ITEM FROM WS-SALDO-MIN
           END-IF.
           IF WS-SALDO-MIN < ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-MELHOR = ZERO OR WS-SALDO-MIN > WS-MELHOR-SALDO
                   OR (WS-SALDO-MIN = WS-MELHOR-SALDO AND
                       WS-CTA-IDX = WS-IDX-ATUAL)
               MOVE WS-CTA-IDX TO WS-IDX-MELHOR
               MOVE WS-SALDO-MIN TO WS-MELHOR-SALDO
           END-IF.

       546-AVALIAR-ALTERNATIVA.
           IF WS-CTA-ALTERNATIVA(WS-CTA-IDX) NOT = 'S'
                   AND WS-CTA-IDX NOT = WS-IDX-ATUAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 550-SALDO-MINIMO.
           IF WS-CTA-IDX NOT = WS-IDX-ATUAL
               SUBTRACT WS-VALOR-ITEM FROM WS-SALDO-MIN
           END-IF.
           IF WS-SALDO-MIN < ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTA-IDX TO WS-IDX-CAND.
           PERFORM 555-TARIFA-DA-CANDIDATA.
           IF WS-IDX-MELHOR = ZERO OR WS-TARIFA-CAND < WS-MELHOR-TARIFA
                   OR (WS-TARIFA-CAND = WS-MELHOR-TARIFA AND
                       WS-CTA-IDX = WS-IDX-ATUAL)
               MOVE WS-TARIFA-CAND TO WS-MELHOR-TARIFA
               MOVE WS-CTA-IDX TO WS-IDX-MELHOR
           END-IF.

      *> MENOR SALDO PROJETADO DA CONTA WS-CTA-IDX DO DIA DO ITEM ATE O
      *> FIM DA JANELA: E O QUE AINDA CABE DE SAIDA NELA NAQUELE DIA
       550-SALDO-MINIMO.
           MOVE WS-CTA-SALDO(WS-CTA-IDX) TO WS-SALDO-PROJ.
           PERFORM 552-CAMINHAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD.

       552-CAMINHAR-DIA.
           SUBTRACT WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
               FROM WS-SALDO-PROJ.
           ADD WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX) TO WS-SALDO-PROJ.
           IF WS-DIA-IDX < WS-DIA-POS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIA-IDX = WS-DIA-POS OR WS-SALDO-PROJ < WS-SALDO-MIN
               MOVE WS-SALDO-PROJ TO WS-SALDO-MIN
           END-IF.

      *> TARIFA DE PAGAR O FORNECEDOR PELA CONTA WS-IDX-CAND
       555-TARIFA-DA-CANDIDATA.
           IF WS-CTA-BANCO(WS-IDX-CAND) = WS-BANCO-FORN
               MOVE WS-CTA-TARIFA-MESMO(WS-IDX-CAND) TO WS-TARIFA-CAND
           ELSE
               MOVE WS-CTA-TARIFA-OUTRO(WS-IDX-CAND) TO WS-TARIFA-CAND
           END-IF.

       560-IMPRIMIR-PROPOSTA.
           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "PROPOSTA DE ROTEAMENTO BANCARIO DA AGENDA - "
                  WS-DIA-DATA(1) " A " WS-DIA-DATA(WS-DIA-QTD)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-SO-SEM-CONTA = 'S'
               MOVE "(RODADA NOTURNA: SO ITENS SEM CONTA PAGADORA)"
                   TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  DATA     BCO          VALOR  CONTA    -> "
                  "NOVA   TARIFA ATUAL  NOVA TARIFA   ECONOMIA  ROTA"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 565-IMPRIMIR-ITEM
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PRP-QTD.
           MOVE WS-QTD-MUDANCAS TO WS-ED-QTD.
           MOVE WS-ECONOMIA-TOTAL TO WS-ED-ECONOMIA-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Itens a mudar de conta: " WS-ED-QTD
                  "   Economia estimada de tarifas: "
                  WS-ED-ECONOMIA-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-QTD-MANTIDOS TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "Itens mantidos na conta atual: " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       565-IMPRIMIR-ITEM.
           IF WS-PRP-CONTA-ATUAL(WS-PRP-IDX) = SPACES
               MOVE "PADR" TO WS-CONTA-ED-ATUAL
           ELSE
               MOVE WS-PRP-CONTA-ATUAL(WS-PRP-IDX) TO WS-CONTA-ED-ATUAL
           END-IF.
           MOVE WS-PRP-VALOR(WS-PRP-IDX) TO WS-ED-VALOR.
           MOVE WS-PRP-TARIFA-ATUAL(WS-PRP-IDX) TO WS-ED-TARIFA-ATUAL.
           MOVE WS-PRP-TARIFA-NOVA(WS-PRP-IDX) TO WS-ED-TARIFA-NOVA.
           IF WS-PRP-MUDA(WS-PRP-IDX) = 'S'
               COMPUTE WS-ECONOMIA-ITEM = WS-PRP-TARIFA-ATUAL(WS-PRP-IDX)
                   - WS-PRP-TARIFA-NOVA(WS-PRP-IDX)
           ELSE
               MOVE ZERO TO WS-ECONOMIA-ITEM
           END-IF.
           MOVE WS-ECONOMIA-ITEM TO WS-ED-ECONOMIA.
           MOVE SPACES TO WS-LINHA.
           IF WS-PRP-MUDA(WS-PRP-IDX) = 'S'
               STRING WS-PRP-NUM-DOC(WS-PRP-IDX) " "
                      WS-PRP-DATA(WS-PRP-IDX) " "
                      WS-PRP-BANCO-FORN(WS-PRP-IDX) " "
                      WS-ED-VALOR "  " WS-CONTA-ED-ATUAL
                      "     -> " WS-PRP-CONTA-NOVA(WS-PRP-IDX)
                      "   " WS-ED-TARIFA-ATUAL
                      "    " WS-ED-TARIFA-NOVA
                      "  " WS-ED-ECONOMIA "  "
                      WS-PRP-OBS(WS-PRP-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-PRP-NUM-DOC(WS-PRP-IDX) " "
                      WS-PRP-DATA(WS-PRP-IDX) " "
                      WS-PRP-BANCO-FORN(WS-PRP-IDX) " "
                      WS-ED-VALOR "  " WS-CONTA-ED-ATUAL
                      "     (mantida)   " WS-ED-TARIFA-ATUAL
                      "    " WS-ED-TARIFA-NOVA
                      "  " WS-ED-ECONOMIA "  "
                      WS-PRP-OBS(WS-PRP-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       590-CONFIRMAR-PROPOSTA.
           IF WS-QTD-MUDANCAS = ZERO
               PERFORM 895-FECHAR-SPOOL
               DISPLAY "Nenhuma mudanca de conta a propor."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Gravar as contas propostas na agenda (S/N)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
               PERFORM 600-APLICAR-PROPOSTA
           ELSE
               MOVE "Proposta nao aplicada." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               PERFORM 895-FECHAR-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

      *> GRAVA A CONTA ESCOLHIDA NOS ITENS QUE MUDAM; ITEM REPROGRAMADO
      *> OU RETIRADO DA AGENDA ENQUANTO A PROPOSTA ESTAVA NA TELA FICA
      *> DE FORA
       600-APLICAR-PROPOSTA.
           OPEN I-O AGENDA-FILE.
           IF NOT STATUS-OK-AG
               DISPLAY "ERRO ao abrir a agenda de pagamentos. Status: "
                       WS-STATUS-AGENDA
               MOVE 'AGENDPAG' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-AGENDA TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               IF WS-MODO-BATCH = 'S'
                   MOVE '1' TO WS-RETORNO-BATCH
               END-IF
               PERFORM 895-FECHAR-SPOOL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 610-GRAVAR-ITEM
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PRP-QTD.
           CLOSE AGENDA-FILE.
           MOVE WS-QTD-GRAVADOS TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "Contas pagadoras gravadas na agenda: " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.

       610-GRAVAR-ITEM.
           IF WS-PRP-MUDA(WS-PRP-IDX) NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRP-NUM-DOC(WS-PRP-IDX) TO AG-NUM-DOC.
           MOVE WS-PRP-CNPJ(WS-PRP-IDX) TO AG-CNPJ-FORN.
           READ AGENDA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AG-DATA-PROG NOT = WS-PRP-DATA(WS-PRP-IDX)
                   OR AG-CONTA-EMPRESA NOT = WS-PRP-CONTA-ATUAL(WS-PRP-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRP-CONTA-NOVA(WS-PRP-IDX) TO AG-CONTA-EMPRESA.
           REWRITE AGENDA-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-REWRITE.

       850-PAUSA.
           IF WS-MODO-BATCH = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..."
                   WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'ROTABCO_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
       985-JORNALIZAR-TARIFA.
           MOVE 'TARIFBCO' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE TARIFBCO-REG TO WS-JRN-IMAGEM(1:43).
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
           MOVE 'ROTABCO' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
