       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFNFE.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE *> Manifestacao do destinatario por chave de NF-e
               ASSIGN TO 'MANIFEST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-CHAVE
               FILE STATUS IS WS-STATUS-MANIFEST.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT CONTESTA-FILE *> Log de bloqueios/liberacoes por contestacao
               ASSIGN TO 'CONTESTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTESTA.

           SELECT MANIFEVT-FILE *> Eventos de manifestacao para transmissao a SEFAZ
               ASSIGN TO 'MANIFEVT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANIFEVT.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR CHAVE DE NF-E EMITIDA CONTRA A EMPRESA, COM OU
      *> SEM CONTA LANCADA: EVENTO PROPOSTO (210210 CIENCIA, 210200
      *> CONFIRMACAO, 210220 DESCONHECIMENTO, 210240 OPERACAO NAO
      *> REALIZADA), ORIGEM DA PROPOSTA ('A' AUTOMATICA, 'M' MANUAL) E
      *> O QUE JA FOI PARA O ARQUIVO DE TRANSMISSAO. SITUACAO 'P'
      *> PENDENTE, 'C' CONCLUIDA (EVENTO CONCLUSIVO ENVIADO)
       FD  MANIFEST-FILE.
       01  MANIFEST-REG.
           05 MF-CHAVE            PIC X(44).
           05 MF-CNPJ-EMIT        PIC 9(14).
           05 MF-DATA-EMISSAO     PIC 9(08).
           05 MF-VALOR            PIC 9(10)V99.
           05 MF-NUM-DOC          PIC 9(10).
           05 MF-DATA-REGISTRO    PIC 9(08).
           05 MF-EVENTO-PROPOSTO  PIC 9(06).
           05 MF-DATA-PROPOSTA    PIC 9(08).
           05 MF-ORIGEM-PROPOSTA  PIC X(01).
           05 MF-CIENCIA-ENVIADA  PIC X(01).
           05 MF-EVENTO-ENVIADO   PIC 9(06).
           05 MF-DATA-ENVIO       PIC 9(08).
           05 MF-SITUACAO         PIC X(01).
           05 MF-JUSTIFICATIVA    PIC X(60).

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

       FD  CONTESTA-FILE.
       01  CONTESTA-REG.
           05 CT-DATA-HORA     PIC 9(14).
           05 CT-NUM-DOC       PIC 9(10).
           05 CT-CNPJ-FORN     PIC 9(14).
           05 CT-USUARIO       PIC X(10).
           05 CT-EVENTO        PIC X(01).
           05 CT-SITUACAO-ANT  PIC X(01).
           05 CT-DATA-PREVISTA PIC 9(08).
           05 CT-MOTIVO        PIC X(60).

      *> LAYOUT DE ENTRADA DA FERRAMENTA DE TRANSMISSAO: UM EVENTO POR
      *> LINHA, SEQUENCIA DO EVENTO SEMPRE 01 (UM EVENTO DE CADA TIPO
      *> POR CHAVE); A JUSTIFICATIVA SO VAI PREENCHIDA NO 210240
       FD  MANIFEVT-FILE.
       01  MANIFEVT-REG.
           05 EV-TIPO-EVENTO      PIC 9(06).
           05 EV-CHAVE            PIC X(44).
           05 EV-SEQ-EVENTO       PIC 9(02).
           05 EV-DATA-HORA        PIC 9(14).
           05 EV-CNPJ-EMIT        PIC 9(14).
           05 EV-NUM-DOC          PIC 9(10).
           05 EV-JUSTIFICATIVA    PIC X(60).

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

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MANIFEST       PIC X(2).
          88 STATUS-OK-MF           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-CONTESTA       PIC X(2).
          88 STATUS-OK-CT           VALUE '00'.
       01 WS-STATUS-MANIFEVT       PIC X(2).
          88 STATUS-OK-EV           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-CONTESTA          PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-CONTAS-ABERTO         PIC X(01).
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-DIAS-DESCONHEC        PIC 9(03) VALUE 30.
       01 WS-DIAS-SEM-CONTA        PIC S9(07).
       01 WS-EVENTO-NOVO           PIC 9(06).
       01 WS-JUSTIF-NOVA           PIC X(60).
       01 WS-ACHOU-CONTA           PIC X(01).
       01 WS-MOTIVO-CONTESTA       PIC X(60).
       01 WS-ESCOLHA-EVENTO        PIC X(01).
       01 WS-QTD-PROPOSTAS         PIC 9(06).
       01 WS-QTD-EVENTOS           PIC 9(06).
       01 WS-QTD-PENDENTES         PIC 9(06).
       01 WS-QTD-VENCIDAS          PIC 9(06).
       01 WS-DATA-PRAZO            PIC 9(08).
       01 WS-DIAS-RESTANTES        PIC S9(07).
       01 WS-DIAS-RESTANTES-ED     PIC -(6)9.
       01 WS-SITUACAO-PRAZO        PIC X(08).
       01 WS-DESCR-EVENTO          PIC X(22).
       01 WS-LINHA                 PIC X(132).

      *> PRAZO DOS EVENTOS CONCLUSIVOS (CONFIRMACAO, DESCONHECIMENTO E
      *> OPERACAO NAO REALIZADA): 180 DIAS DA AUTORIZACAO DA NF-E,
      *> CONTADOS AQUI DA DATA DE EMISSAO
       01 WS-DIAS-PRAZO-LEGAL      PIC 9(03) VALUE 180.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).


       PROCEDURE DIVISION.
      *> MANIFESTACAO DO DESTINATARIO DAS NF-E EMITIDAS CONTRA A
      *> EMPRESA (CONTROLE ALIMENTADO PELO IMPNFE). O EVENTO CONCLUSIVO
      *> SAI DA SITUACAO DA CONTA: APROVADA OU PAGA PROPOE CONFIRMACAO,
      *> CONTESTADA (CONTESTA) PROPOE OPERACAO NAO REALIZADA E CHAVE
      *> SEM CONTA HA MAIS DE N DIAS PROPOE DESCONHECIMENTO. OS EVENTOS
      *> VAO PARA MANIFEVT.DAT, QUE A FERRAMENTA DE TRANSMISSAO ENVIA
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 160-LER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 200-MENU-MANIFESTACAO UNTIL WS-OPCAO = 'S'.
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

       160-LER-PARAMETROS.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PR-DIAS-DESCONHEC IS NUMERIC AND
                           PR-DIAS-DESCONHEC > ZERO
                       MOVE PR-DIAS-DESCONHEC TO WS-DIAS-DESCONHEC
                   END-IF
           END-READ.
           CLOSE PARAMS-FILE.

       200-MENU-MANIFESTACAO.
           DISPLAY "--- Manifestacao do Destinatario (NF-e) ---".
           DISPLAY "A - Atualizar eventos propostos".
           DISPLAY "G - Gerar arquivo de eventos para transmissao".
           DISPLAY "R - Relatorio de manifestacoes pendentes".
           DISPLAY "M - Manifestar chave manualmente".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'A'
                   PERFORM 300-ATUALIZAR-PROPOSTAS
                   DISPLAY "Propostas alteradas: " WS-QTD-PROPOSTAS
               WHEN 'G'
                   PERFORM 300-ATUALIZAR-PROPOSTAS
                   PERFORM 500-GERAR-EVENTOS
               WHEN 'R'
                   PERFORM 300-ATUALIZAR-PROPOSTAS
                   PERFORM 600-RELATORIO-PENDENTES
               WHEN 'M'
                   PERFORM 700-MANIFESTAR-MANUAL
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> RECALCULA O EVENTO PROPOSTO DE CADA CHAVE PENDENTE PELA
      *> SITUACAO ATUAL DA CONTA. PROPOSTA MANUAL NAO E MEXIDA, E A
      *> CONTA AINDA SEM DECISAO (AGUARDANDO APROVACAO, RETIDA SEM
      *> RECEBIMENTO, REJEITADA OU CANCELADA) FICA NA CIENCIA
       300-ATUALIZAR-PROPOSTAS.
           MOVE ZERO TO WS-QTD-PROPOSTAS.
           OPEN I-O MANIFEST-FILE.
           IF NOT STATUS-OK-MF
               DISPLAY "AVISO: nenhuma NF-e no controle de manifestacao."
               CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'S' TO WS-CONTAS-ABERTO
           ELSE
               MOVE 'N' TO WS-CONTAS-ABERTO
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO MF-CHAVE.
           START MANIFEST-FILE KEY IS GREATER THAN MF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 310-PROPOR-EVENTO UNTIL WS-FIM-LEITURA = 'Y'.

           IF WS-CONTAS-ABERTO = 'S'
               CLOSE CONTAPAGAR-FILE
           END-IF.
           CLOSE MANIFEST-FILE.

       310-PROPOR-EVENTO.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF MF-SITUACAO NOT = 'P' OR MF-ORIGEM-PROPOSTA = 'M'
               EXIT PARAGRAPH
           END-IF.

           MOVE 210210 TO WS-EVENTO-NOVO.
           MOVE SPACES TO WS-JUSTIF-NOVA.
           PERFORM 320-LER-CONTA-DA-CHAVE.

           IF WS-ACHOU-CONTA = 'S'
               EVALUATE CP-SITUACAO
                   WHEN 'A'
                   WHEN 'V'
                   WHEN 'E'
                   WHEN 'P'
                       MOVE 210200 TO WS-EVENTO-NOVO
                   WHEN 'T'
                       MOVE 210240 TO WS-EVENTO-NOVO
                       PERFORM 330-BUSCAR-MOTIVO-CONTESTACAO
                       STRING "Operacao contestada: " WS-MOTIVO-CONTESTA
                           DELIMITED BY SIZE INTO WS-JUSTIF-NOVA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               COMPUTE WS-DIAS-SEM-CONTA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(MF-DATA-REGISTRO)
               IF WS-DIAS-SEM-CONTA >= WS-DIAS-DESCONHEC
                   MOVE 210220 TO WS-EVENTO-NOVO
               END-IF
           END-IF.

           IF WS-EVENTO-NOVO NOT = MF-EVENTO-PROPOSTO OR
                   WS-JUSTIF-NOVA NOT = MF-JUSTIFICATIVA
               MOVE WS-EVENTO-NOVO TO MF-EVENTO-PROPOSTO
               MOVE WS-JUSTIF-NOVA TO MF-JUSTIFICATIVA
               MOVE WS-DATA-HOJE TO MF-DATA-PROPOSTA
               REWRITE MANIFEST-REG
                   INVALID KEY
                       DISPLAY "AVISO: falha ao atualizar a chave "
                               MF-CHAVE(1:20) "..."
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-PROPOSTAS
               END-REWRITE
           END-IF.

      *> A CONTA DA NF-E E A DO DOCUMENTO GRAVADO NA IMPORTACAO, NO
      *> FORNECEDOR EMITENTE; CONTA EXCLUIDA CONTA COMO NAO ENCONTRADA
       320-LER-CONTA-DA-CHAVE.
           MOVE 'N' TO WS-ACHOU-CONTA.
           IF WS-CONTAS-ABERTO NOT = 'S' OR MF-NUM-DOC = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE MF-NUM-DOC TO CP-NUM-DOC.
           MOVE MF-CNPJ-EMIT TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-CONTA
           END-READ.

      *> O MOTIVO DO ULTIMO BLOQUEIO ('H') DO DOCUMENTO NO LOG DE
      *> CONTESTACOES VIRA A JUSTIFICATIVA DO EVENTO
       330-BUSCAR-MOTIVO-CONTESTACAO.
           MOVE "Contestacao registrada com o fornecedor"
               TO WS-MOTIVO-CONTESTA.
           OPEN INPUT CONTESTA-FILE.
           IF NOT STATUS-OK-CT
               CLOSE CONTESTA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-CONTESTA.
           PERFORM 335-LER-EVENTO-CONTESTACAO
               UNTIL WS-FIM-CONTESTA = 'Y'.
           CLOSE CONTESTA-FILE.

       335-LER-EVENTO-CONTESTACAO.
           READ CONTESTA-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-CONTESTA
               NOT AT END
                   IF CT-NUM-DOC = CP-NUM-DOC AND
                           CT-CNPJ-FORN = CP-CNPJ-FORN AND
                           CT-EVENTO = 'H'
                       MOVE CT-MOTIVO TO WS-MOTIVO-CONTESTA
                   END-IF
           END-READ.

      *> GERA O ARQUIVO DA FERRAMENTA DE TRANSMISSAO: A CIENCIA AINDA
      *> NAO ENVIADA E O EVENTO CONCLUSIVO PROPOSTO. DEPOIS DO
      *> CONCLUSIVO A CHAVE SAI DAS PENDENCIAS. O ARQUIVO E REFEITO A
      *> CADA GERACAO; A FERRAMENTA DEVE TE-LO CONSUMIDO ANTES
       500-GERAR-EVENTOS.
           OPEN I-O MANIFEST-FILE.
           IF NOT STATUS-OK-MF
               CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MANIFEVT-FILE.
           IF NOT STATUS-OK-EV
               DISPLAY "ERRO ao criar MANIFEVT.DAT. Status: "
                       WS-STATUS-MANIFEVT
               CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE ZERO TO WS-QTD-EVENTOS.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO MF-CHAVE.
           START MANIFEST-FILE KEY IS GREATER THAN MF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-GERAR-EVENTO-CHAVE UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE MANIFEVT-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY "Eventos gravados em MANIFEVT.DAT: " WS-QTD-EVENTOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       510-GERAR-EVENTO-CHAVE.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF MF-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.

           IF MF-EVENTO-PROPOSTO = 210210
               IF MF-CIENCIA-ENVIADA NOT = 'S'
                   MOVE 210210 TO EV-TIPO-EVENTO
                   MOVE SPACES TO EV-JUSTIFICATIVA
                   PERFORM 550-GRAVAR-EVENTO
                   MOVE 'S' TO MF-CIENCIA-ENVIADA
                   MOVE 210210 TO MF-EVENTO-ENVIADO
                   MOVE WS-DH-DATA TO MF-DATA-ENVIO
                   REWRITE MANIFEST-REG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE MF-EVENTO-PROPOSTO TO EV-TIPO-EVENTO.
           MOVE SPACES TO EV-JUSTIFICATIVA.
           IF MF-EVENTO-PROPOSTO = 210240
               MOVE MF-JUSTIFICATIVA TO EV-JUSTIFICATIVA
               IF EV-JUSTIFICATIVA = SPACES
                   MOVE "Operacao nao realizada com o destinatario"
                       TO EV-JUSTIFICATIVA
               END-IF
           END-IF.
           PERFORM 550-GRAVAR-EVENTO.
           MOVE MF-EVENTO-PROPOSTO TO MF-EVENTO-ENVIADO.
           MOVE WS-DH-DATA TO MF-DATA-ENVIO.
           MOVE 'C' TO MF-SITUACAO.
           REWRITE MANIFEST-REG.

       550-GRAVAR-EVENTO.
           MOVE MF-CHAVE TO EV-CHAVE.
           MOVE 1 TO EV-SEQ-EVENTO.
           MOVE WS-DH-DATA TO EV-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO EV-DATA-HORA(9:6).
           MOVE MF-CNPJ-EMIT TO EV-CNPJ-EMIT.
           MOVE MF-NUM-DOC TO EV-NUM-DOC.
           WRITE MANIFEVT-REG.
           ADD 1 TO WS-QTD-EVENTOS.

      *> CHAVES AINDA SEM EVENTO CONCLUSIVO, COM O EVENTO PROPOSTO E O
      *> PRAZO LEGAL; O QUE JA PASSOU DO PRAZO SAI MARCADO
       600-RELATORIO-PENDENTES.
           DISPLAY "--- Manifestacoes Pendentes ---".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'MANIFNFE_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "MANIFESTACOES DO DESTINATARIO PENDENTES - POSICAO EM "
                  WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CHAVE DE ACESSO                              "
                  "EMISSAO  DOCUMENTO  EVENTO PROPOSTO        CIENCIA "
                  "PRAZO    DIAS SITUACAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-PENDENTES WS-QTD-VENCIDAS.
           OPEN INPUT MANIFEST-FILE.
           IF STATUS-OK-MF
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO MF-CHAVE
               START MANIFEST-FILE KEY IS GREATER THAN MF-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 610-LISTAR-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE MANIFEST-FILE.

           MOVE "========================================================"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Pendentes: " WS-QTD-PENDENTES
                  "  Com prazo vencido: " WS-QTD-VENCIDAS
                  "  Prazo legal: " WS-DIAS-PRAZO-LEGAL
                  " dias da emissao"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       610-LISTAR-PENDENTE.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF MF-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MF-DATA-EMISSAO)
               + WS-DIAS-PRAZO-LEGAL).
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PRAZO) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-RESTANTES-ED.
           IF WS-DIAS-RESTANTES < ZERO
               MOVE "VENCIDO" TO WS-SITUACAO-PRAZO
               ADD 1 TO WS-QTD-VENCIDAS
           ELSE
               MOVE "NO PRAZO" TO WS-SITUACAO-PRAZO
           END-IF.
           PERFORM 800-DESCREVER-EVENTO.
           MOVE SPACES TO WS-LINHA.
           STRING MF-CHAVE " " MF-DATA-EMISSAO " " MF-NUM-DOC " "
                  WS-DESCR-EVENTO " " MF-CIENCIA-ENVIADA "       "
                  WS-DATA-PRAZO WS-DIAS-RESTANTES-ED " "
                  WS-SITUACAO-PRAZO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> O SUPERVISOR FIXA O EVENTO DE UMA CHAVE (POR EXEMPLO, A NOTA
      *> CHEGOU SEM CONTA PORQUE FOI DEVOLVIDA NA PORTARIA); A
      *> PROPOSTA MANUAL NAO E MAIS RECALCULADA
       700-MANIFESTAR-MANUAL.
           DISPLAY "--- Manifestacao Manual ---".
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ACESSO NEGADO: manifestar manualmente exige "
                       "perfil de supervisor."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O MANIFEST-FILE.
           IF NOT STATUS-OK-MF
               DISPLAY "AVISO: nenhuma NF-e no controle de manifestacao."
               CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Chave de acesso (44 digitos): " WITH NO ADVANCING.
           ACCEPT MF-CHAVE.
           READ MANIFEST-FILE
               INVALID KEY
                   DISPLAY "ERRO: chave fora do controle de manifestacao."
                   CLOSE MANIFEST-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF MF-SITUACAO = 'C'
               DISPLAY "AVISO: chave ja manifestada conclusivamente ("
                       MF-EVENTO-ENVIADO ") em " MF-DATA-ENVIO "."
               CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 800-DESCREVER-EVENTO.
           DISPLAY "Emitente " MF-CNPJ-EMIT " emissao " MF-DATA-EMISSAO
                   " valor " MF-VALOR " doc " MF-NUM-DOC.
           DISPLAY "Proposto hoje: " WS-DESCR-EVENTO.
           DISPLAY "1 - Ciencia  2 - Confirmacao  3 - Desconhecimento  "
                   "4 - Operacao nao realizada: " WITH NO ADVANCING.
           ACCEPT WS-ESCOLHA-EVENTO.
           EVALUATE WS-ESCOLHA-EVENTO
               WHEN '1'
                   MOVE 210210 TO MF-EVENTO-PROPOSTO
               WHEN '2'
                   MOVE 210200 TO MF-EVENTO-PROPOSTO
               WHEN '3'
                   MOVE 210220 TO MF-EVENTO-PROPOSTO
               WHEN '4'
                   MOVE 210240 TO MF-EVENTO-PROPOSTO
               WHEN OTHER
                   DISPLAY "Opcao invalida; nada alterado."
                   CLOSE MANIFEST-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO MF-JUSTIFICATIVA.
           IF MF-EVENTO-PROPOSTO = 210240
               PERFORM 750-DIGITAR-JUSTIFICATIVA
                   UNTIL MF-JUSTIFICATIVA(15:1) NOT = SPACE
           END-IF.
           MOVE 'M' TO MF-ORIGEM-PROPOSTA.
           MOVE WS-DATA-HOJE TO MF-DATA-PROPOSTA.
           REWRITE MANIFEST-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a manifestacao. Status: "
                           WS-STATUS-MANIFEST
               NOT INVALID KEY
                   PERFORM 800-DESCREVER-EVENTO
                   DISPLAY "Evento proposto: " WS-DESCR-EVENTO
                           " (por " WS-USUARIO-SESSAO ")"
           END-REWRITE.
           CLOSE MANIFEST-FILE.

      *> A SEFAZ EXIGE JUSTIFICATIVA DE PELO MENOS 15 CARACTERES
       750-DIGITAR-JUSTIFICATIVA.
           DISPLAY "Justificativa (minimo 15 caracteres): "
                   WITH NO ADVANCING.
           ACCEPT MF-JUSTIFICATIVA.

       800-DESCREVER-EVENTO.
           EVALUATE MF-EVENTO-PROPOSTO
               WHEN 210210
                   MOVE "CIENCIA DA OPERACAO" TO WS-DESCR-EVENTO
               WHEN 210200
                   MOVE "CONFIRMACAO" TO WS-DESCR-EVENTO
               WHEN 210220
                   MOVE "DESCONHECIMENTO" TO WS-DESCR-EVENTO
               WHEN 210240
                   MOVE "OPERACAO NAO REALIZADA" TO WS-DESCR-EVENTO
               WHEN OTHER
                   MOVE SPACES TO WS-DESCR-EVENTO
           END-EVALUATE.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
