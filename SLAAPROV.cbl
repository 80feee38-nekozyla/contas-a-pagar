       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAAPROV.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT CENTROC-FILE *> Cadastro de centros de custo
               ASSIGN TO 'CENTROC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-CENTROC.

           SELECT LIBPEND-FILE *> Fila de liberacao de pagamentos acima da alcada
               ASSIGN TO 'LIBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT ESCALA-FILE *> Prazo (SLA) e escalonamento das filas de aprovacao
               ASSIGN TO 'ESCALA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-STATUS-ESCALA.

           SELECT AVISOUSU-FILE *> Avisos internos aos usuarios (caixa do INBOX)
               ASSIGN TO 'AVISOUSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS WS-STATUS-AVISOUSU.

           SELECT APRVLOG-FILE *> Log de aprovacoes/rejeicoes de lancamento
               ASSIGN TO 'APRVLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

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

       FD  CENTROC-FILE.
       01  CENTROC-REG.
           05 CC-CODIGO        PIC X(06).
           05 CC-DESCRICAO     PIC X(30).
           05 CC-RESPONSAVEL   PIC X(10).
           05 CC-CENTRO-PAI    PIC X(06).
           05 CC-ATIVO         PIC X(01).

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

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

      *> UM REGISTRO POR ITEM QUE ESPERA DECISAO NUMA DAS DUAS FILAS:
      *> ES-FILA 'C' E A APROVACAO DO LANCAMENTO PELO DONO DO CENTRO
      *> (APROVCON), 'L' A LIBERACAO DE PAGAMENTO ACIMA DA ALCADA
      *> (LIBPAG). O RELOGIO DO PRAZO CORRE DA ENTRADA NA FILA OU DO
      *> ULTIMO ESCALONAMENTO; ES-RESPONSAVEL E QUEM RESPONDE PELO
      *> ITEM AGORA (DONO DE ES-CENTRO). SITUACAO 'P' AGUARDANDO,
      *> 'D' DECIDIDO NA FILA, 'F' SAIU DA FILA POR OUTRO CAMINHO
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

       FD  AVISOUSU-FILE.
       01  AVISOUSU-REG.
           05 AU-CHAVE.
              10 AU-USUARIO         PIC X(10).
              10 AU-DATA-HORA       PIC 9(14).
              10 AU-SEQ             PIC 9(04).
           05 AU-ORIGEM             PIC X(08).
           05 AU-NUM-DOC            PIC 9(10).
           05 AU-CNPJ-FORN          PIC 9(14).
           05 AU-TEXTO              PIC X(80).
           05 AU-LIDO               PIC X(01).

       FD  APRVLOG-FILE.
       01  APRVLOG-REG.
           05 AL-DATA-HORA     PIC 9(14).
           05 AL-NUM-DOC       PIC 9(10).
           05 AL-CNPJ-FORN     PIC 9(14).
           05 AL-USUARIO       PIC X(10).
           05 AL-ACAO          PIC X(01).
           05 AL-MOTIVO        PIC X(60).

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
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-CENTROC       PIC X(2).
          88 STATUS-OK-CC           VALUE '00'.
       01 WS-STATUS-LIBPEND       PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
       01 WS-STATUS-JORNAL        PIC X(2).
          88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-ESCALA        PIC X(2).
          88 STATUS-OK-ES           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-ES VALUE '35'.
       01 WS-STATUS-AVISOUSU      PIC X(2).
          88 STATUS-OK-AU           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AU VALUE '35'.
       01 WS-STATUS-APRVLOG       PIC X(2).
          88 STATUS-OK-AL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AL VALUE '35'.
       01 WS-STATUS-PARAMS        PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-ERRLOG        PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO        PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-ERR-ARQUIVO          PIC X(12).
       01 WS-ERR-STATUS           PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA           PIC 9(08).
           05 WS-DHE-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT)
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01).
       01 WS-CP-ABERTO            PIC X(01).
       01 WS-CC-ABERTO            PIC X(01).
       01 WS-AU-ABERTO            PIC X(01).
       01 WS-AL-ABERTO            PIC X(01).

      *> PRAZOS EM HORAS DE CADA FILA (CADPARAM); ZERO USA O PADRAO
       01 WS-SLA-APROV            PIC 9(03) VALUE 48.
       01 WS-SLA-LIB              PIC 9(03) VALUE 24.
       01 WS-SLA-ITEM             PIC 9(03).
       01 WS-ED-SLA               PIC ZZ9.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-AGORA                PIC 9(14).
       01 WS-AGORA-R REDEFINES WS-AGORA.
           05 WS-AG-DATA           PIC 9(08).
           05 WS-AG-HORA           PIC 9(02).
           05 WS-AG-MINSEG         PIC 9(04).
       01 WS-RELOGIO              PIC 9(14).
       01 WS-RELOGIO-R REDEFINES WS-RELOGIO.
           05 WS-RL-DATA           PIC 9(08).
           05 WS-RL-HORA           PIC 9(02).
           05 WS-RL-MINSEG         PIC 9(04).
       01 WS-HORAS                PIC S9(07) COMP.
       01 WS-ED-HORAS             PIC ZZZZZ9.

      *> ITEM EM AVALIACAO, MONTADO POR QUALQUER DAS DUAS FILAS
       01 WS-IT-FILA              PIC X(01).
       01 WS-IT-DOC               PIC 9(10).
       01 WS-IT-CNPJ              PIC 9(14).
       01 WS-IT-CENTRO            PIC X(06).
       01 WS-IT-ENTRADA           PIC 9(14).
       01 WS-FILA-NOME            PIC X(10).
       01 WS-FILA-PROGRAMA        PIC X(08).

      *> SUBIDA NA ARVORE DE CENTROS: O PRIMEIRO ANCESTRAL COM DONO
      *> CADASTRADO E DIFERENTE DO ATUAL RECEBE O ITEM
       01 WS-CENTRO-BUSCA         PIC X(06).
       01 WS-CENTRO-ACHADO        PIC X(06).
       01 WS-RESP-ACHADO          PIC X(10).
       01 WS-RESP-ANTERIOR        PIC X(10).
       01 WS-SUBIDAS              PIC 9(02).

       01 WS-AU-SEQ               PIC 9(04) VALUE ZERO.
       01 WS-AU-DESTINO           PIC X(10).
       01 WS-AU-TEXTO             PIC X(80).

      *> LANCAMENTOS EM 'G' E O MOMENTO EM QUE ENTRARAM NESSA
      *> SITUACAO, APURADO NO JORNAL (A ULTIMA PASSAGEM PARA 'G')
       01 WS-G-QTD                PIC 9(04) VALUE ZERO.
       01 WS-G-IDX                PIC 9(04).
       01 WS-G-FORA               PIC 9(05) VALUE ZERO.
       01 WS-G-TAB.
           05 WS-G-ITEM OCCURS 3000 TIMES.
              10 WS-G-DOC          PIC 9(10).
              10 WS-G-CNPJ         PIC 9(14).
              10 WS-G-CENTRO       PIC X(06).
              10 WS-G-ENTRADA      PIC 9(14).
              10 WS-G-ULT-SIT      PIC X(01).
       01 WS-IMG-DOC              PIC 9(10).
       01 WS-IMG-CNPJ             PIC 9(14).
       01 WS-IMG-SITUACAO         PIC X(01).

       01 WS-QTD-PENDENTES        PIC 9(05) VALUE ZERO.
       01 WS-QTD-NOVOS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-ESCALADOS        PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-PAI          PIC 9(05) VALUE ZERO.
       01 WS-QTD-ENCERRADOS       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
      *> VIGIA DO PRAZO DAS FILAS DE APROVACAO: RODA TODA NOITE NO
      *> BATNIGHT. CADA LANCAMENTO ESPERANDO O DONO DO CENTRO ('G') E
      *> CADA LIBERACAO DE ALCADA PENDENTE ('P' NO LIBPEND) GANHA UM
      *> REGISTRO NO ESCALA.DAT COM A HORA DE ENTRADA NA FILA; PASSADO
      *> O PRAZO EM HORAS DA FILA (CADPARAM), O ITEM SOBE PARA O DONO
      *> DO CENTRO PAI (CC-CENTRO-PAI), QUE PASSA A PODER DECIDI-LO NO
      *> APROVCON / LIBPAG. CADA SUBIDA FICA NO APRVLOG (ACAO 'E', EM
      *> NOME DE QUEM DEIXOU O PRAZO VENCER) E GERA AVISO NO AVISOUSU
      *> PARA OS DOIS LADOS. UM NOVO PRAZO CORRE A PARTIR DA SUBIDA;
      *> ESTOURADO DE NOVO, O ITEM SOBE MAIS UM NIVEL
       100-INICIAR.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "--- Prazo (SLA) das Filas de Aprovacao ---"
           END-IF.
           PERFORM 150-LER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-AGORA(1:8).
           MOVE WS-DH-HORA TO WS-AGORA(9:6).

           OPEN I-O ESCALA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-ES
               OPEN OUTPUT ESCALA-FILE
               CLOSE ESCALA-FILE
               OPEN I-O ESCALA-FILE
           END-IF.
           IF NOT STATUS-OK-ES
               DISPLAY "ERRO ao abrir ESCALA.DAT. Status: "
                       WS-STATUS-ESCALA
               MOVE 'ESCALA' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-ESCALA TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               PERFORM 850-PAUSA
               GOBACK
           END-IF.

           MOVE 'N' TO WS-CP-ABERTO WS-CC-ABERTO WS-AU-ABERTO
                       WS-AL-ABERTO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'S' TO WS-CP-ABERTO
           END-IF.
           OPEN INPUT CENTROC-FILE.
           IF STATUS-OK-CC
               MOVE 'S' TO WS-CC-ABERTO
           END-IF.
           OPEN I-O AVISOUSU-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AU
               OPEN OUTPUT AVISOUSU-FILE
               CLOSE AVISOUSU-FILE
               OPEN I-O AVISOUSU-FILE
           END-IF.
           IF STATUS-OK-AU
               MOVE 'S' TO WS-AU-ABERTO
           END-IF.
           OPEN EXTEND APRVLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AL
               OPEN OUTPUT APRVLOG-FILE
           END-IF.
           IF STATUS-OK-AL
               MOVE 'S' TO WS-AL-ABERTO
           END-IF.

           IF WS-CP-ABERTO = 'S'
               PERFORM 200-FILA-APROVACAO
               PERFORM 300-FILA-LIBERACAO
               PERFORM 500-ENCERRAR-RESOLVIDOS
           END-IF.

           IF WS-AL-ABERTO = 'S'
               CLOSE APRVLOG-FILE
           END-IF.
           IF WS-AU-ABERTO = 'S'
               CLOSE AVISOUSU-FILE
           END-IF.
           IF WS-CC-ABERTO = 'S'
               CLOSE CENTROC-FILE
           END-IF.
           IF WS-CP-ABERTO = 'S'
               CLOSE CONTAPAGAR-FILE
           END-IF.
           CLOSE ESCALA-FILE.

           DISPLAY "Itens aguardando decisao : " WS-QTD-PENDENTES.
           DISPLAY "Entraram no controle hoje: " WS-QTD-NOVOS.
           DISPLAY "Escalonados ao centro pai: " WS-QTD-ESCALADOS.
           IF WS-QTD-SEM-PAI > ZERO
               DISPLAY "Prazo vencido sem centro pai com dono: "
                       WS-QTD-SEM-PAI
           END-IF.
           DISPLAY "Sairam da fila           : " WS-QTD-ENCERRADOS.
           IF WS-G-FORA > ZERO
               DISPLAY "AVISO: " WS-G-FORA " lancamento(s) 'G' alem da "
                       "tabela ficaram para a proxima rodada."
           END-IF.

           IF WS-MODO-BATCH = 'S'
               MOVE WS-QTD-ESCALADOS TO WS-CONTADOR-BATCH
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

      *> FILA DO APROVCON: CARREGA OS 'G' E DATA A ENTRADA DE CADA UM
      *> PELO JORNAL ANTES DE AVALIAR O PRAZO
       200-FILA-APROVACAO.
           MOVE ZERO TO WS-G-QTD.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 210-CARREGAR-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-G-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JORNAL-FILE.
           IF STATUS-OK-JN
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 220-LER-JORNAL UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE JORNAL-FILE.

           MOVE 'C' TO WS-IT-FILA.
           MOVE WS-SLA-APROV TO WS-SLA-ITEM.
           PERFORM 240-AVALIAR-APROVACAO
               VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > WS-G-QTD.

       210-CARREGAR-PENDENTE.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-SITUACAO = 'G'
                       IF WS-G-QTD < 3000
                           ADD 1 TO WS-G-QTD
                           MOVE CP-NUM-DOC TO WS-G-DOC(WS-G-QTD)
                           MOVE CP-CNPJ-FORN TO WS-G-CNPJ(WS-G-QTD)
                           MOVE CP-CENTRO-CUSTO TO WS-G-CENTRO(WS-G-QTD)
                           MOVE ZERO TO WS-G-ENTRADA(WS-G-QTD)
                           MOVE SPACE TO WS-G-ULT-SIT(WS-G-QTD)
                       ELSE
                           ADD 1 TO WS-G-FORA
                       END-IF
                   END-IF
           END-READ.

      *> O JORNAL ESTA EM ORDEM CRONOLOGICA: CADA IMAGEM DA CONTA QUE
      *> CHEGA EM 'G' VINDO DE OUTRA SITUACAO (OU DA INCLUSAO) REINICIA
      *> A ENTRADA -- UM LANCAMENTO REJEITADO E REAPRESENTADO CONTA O
      *> PRAZO DA REAPRESENTACAO
       220-LER-JORNAL.
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
           PERFORM 230-MARCAR-ENTRADA
               VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > WS-G-QTD.

       230-MARCAR-ENTRADA.
           IF WS-G-DOC(WS-G-IDX) = WS-IMG-DOC AND
                   WS-G-CNPJ(WS-G-IDX) = WS-IMG-CNPJ
               IF WS-IMG-SITUACAO = 'G' AND WS-G-ULT-SIT(WS-G-IDX) NOT = 'G'
                   MOVE JN-DATA-HORA TO WS-G-ENTRADA(WS-G-IDX)
               END-IF
               MOVE WS-IMG-SITUACAO TO WS-G-ULT-SIT(WS-G-IDX)
           END-IF.

       240-AVALIAR-APROVACAO.
           MOVE WS-G-DOC(WS-G-IDX) TO WS-IT-DOC.
           MOVE WS-G-CNPJ(WS-G-IDX) TO WS-IT-CNPJ.
           MOVE WS-G-CENTRO(WS-G-IDX) TO WS-IT-CENTRO.
           MOVE WS-G-ENTRADA(WS-G-IDX) TO WS-IT-ENTRADA.
           PERFORM 400-AVALIAR-ITEM.

      *> FILA DO LIBPAG: A ENTRADA E A HORA DA SOLICITACAO GRAVADA PELO
      *> PGTOCONT; O CENTRO VEM DA CONTA
       300-FILA-LIBERACAO.
           OPEN INPUT LIBPEND-FILE.
           IF NOT STATUS-OK-LP
               CLOSE LIBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO WS-IT-FILA.
           MOVE WS-SLA-LIB TO WS-SLA-ITEM.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO LP-CHAVE.
           START LIBPEND-FILE KEY IS GREATER THAN LP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 310-LER-LIBERACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE LIBPEND-FILE.

       310-LER-LIBERACAO.
           READ LIBPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF LP-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-NUM-DOC TO CP-NUM-DOC WS-IT-DOC.
           MOVE LP-CNPJ-FORN TO CP-CNPJ-FORN WS-IT-CNPJ.
           MOVE SPACES TO WS-IT-CENTRO.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-CENTRO-CUSTO TO WS-IT-CENTRO
           END-READ.
           MOVE LP-DATA-HORA-SOLIC TO WS-IT-ENTRADA.
           PERFORM 400-AVALIAR-ITEM.

      *> ITEM SEM REGISTRO (OU COM REGISTRO DE UM CICLO JA ENCERRADO)
      *> COMECA O CONTROLE COM O DONO DO PROPRIO CENTRO; COM REGISTRO
      *> EM ABERTO, CONFERE SE O PRAZO DO RESPONSAVEL ATUAL VENCEU
       400-AVALIAR-ITEM.
           ADD 1 TO WS-QTD-PENDENTES.
           MOVE WS-IT-FILA TO ES-FILA.
           MOVE WS-IT-DOC TO ES-NUM-DOC.
           MOVE WS-IT-CNPJ TO ES-CNPJ-FORN.
           READ ESCALA-FILE
               INVALID KEY
                   PERFORM 410-PREPARAR-CONTROLE
                   WRITE ESCALA-REG
                       INVALID KEY
                           DISPLAY "ERRO ao gravar ESCALA.DAT. Status: "
                                   WS-STATUS-ESCALA
                   END-WRITE
                   ADD 1 TO WS-QTD-NOVOS
               NOT INVALID KEY
                   IF ES-SITUACAO NOT = 'P'
                       PERFORM 410-PREPARAR-CONTROLE
                       REWRITE ESCALA-REG
                           INVALID KEY
                               DISPLAY "ERRO ao gravar ESCALA.DAT. "
                                       "Status: " WS-STATUS-ESCALA
                       END-REWRITE
                       ADD 1 TO WS-QTD-NOVOS
                   END-IF
           END-READ.

           IF ES-DATA-HORA-ESCALA > ZERO
               MOVE ES-DATA-HORA-ESCALA TO WS-RELOGIO
           ELSE
               MOVE ES-DATA-HORA-ENTRADA TO WS-RELOGIO
           END-IF.
           PERFORM 420-CALCULAR-HORAS.
           IF WS-HORAS >= WS-SLA-ITEM
               PERFORM 450-ESCALAR
           END-IF.

       410-PREPARAR-CONTROLE.
           MOVE WS-IT-ENTRADA TO ES-DATA-HORA-ENTRADA.
           IF ES-DATA-HORA-ENTRADA = ZERO
               MOVE WS-AGORA TO ES-DATA-HORA-ENTRADA
           END-IF.
           MOVE ZERO TO ES-DATA-HORA-ESCALA ES-NIVEL
                        ES-DATA-HORA-DECISAO.
           MOVE WS-IT-CENTRO TO ES-CENTRO.
           MOVE SPACES TO ES-RESPONSAVEL ES-USUARIO-DECISAO.
           IF WS-CC-ABERTO = 'S' AND WS-IT-CENTRO NOT = SPACES
               MOVE WS-IT-CENTRO TO CC-CODIGO
               READ CENTROC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CC-RESPONSAVEL TO ES-RESPONSAVEL
               END-READ
           END-IF.
           MOVE ES-RESPONSAVEL TO ES-RESP-ORIGINAL.
           MOVE 'P' TO ES-SITUACAO.

      *> HORAS CORRIDAS ENTRE O INICIO DO RELOGIO E AGORA
       420-CALCULAR-HORAS.
           COMPUTE WS-HORAS =
               (FUNCTION INTEGER-OF-DATE(WS-AG-DATA) -
                FUNCTION INTEGER-OF-DATE(WS-RL-DATA)) * 24
               + WS-AG-HORA - WS-RL-HORA.

       450-ESCALAR.
           MOVE ES-CENTRO TO WS-CENTRO-BUSCA.
           MOVE SPACES TO WS-CENTRO-ACHADO WS-RESP-ACHADO.
           MOVE ZERO TO WS-SUBIDAS.
           IF WS-CC-ABERTO = 'S'
               PERFORM 460-SUBIR-UM-NIVEL
                   UNTIL WS-CENTRO-BUSCA = SPACES
                      OR WS-RESP-ACHADO NOT = SPACES
                      OR WS-SUBIDAS >= 10
           END-IF.
           IF WS-RESP-ACHADO = SPACES
               ADD 1 TO WS-QTD-SEM-PAI
               EXIT PARAGRAPH
           END-IF.

           MOVE ES-RESPONSAVEL TO WS-RESP-ANTERIOR.
           MOVE WS-CENTRO-ACHADO TO ES-CENTRO.
           MOVE WS-RESP-ACHADO TO ES-RESPONSAVEL.
           ADD 1 TO ES-NIVEL.
           MOVE WS-AGORA TO ES-DATA-HORA-ESCALA.
           REWRITE ESCALA-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar ESCALA.DAT. Status: "
                           WS-STATUS-ESCALA
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-QTD-ESCALADOS.

           IF WS-IT-FILA = 'C'
               MOVE 'APROVACAO' TO WS-FILA-NOME
               MOVE 'APROVCON' TO WS-FILA-PROGRAMA
           ELSE
               MOVE 'LIBERACAO' TO WS-FILA-NOME
               MOVE 'LIBPAG' TO WS-FILA-PROGRAMA
           END-IF.
           MOVE WS-HORAS TO WS-ED-HORAS.
           MOVE WS-SLA-ITEM TO WS-ED-SLA.
           DISPLAY "ESCALONADO: fila " WS-FILA-NOME " doc " WS-IT-DOC
                   " " WS-RESP-ANTERIOR " -> " ES-RESPONSAVEL
                   " (CC " ES-CENTRO ") apos " WS-ED-HORAS "h".
           PERFORM 470-GRAVAR-LOG-ESCALA.

           IF WS-RESP-ANTERIOR NOT = SPACES
               MOVE WS-RESP-ANTERIOR TO WS-AU-DESTINO
               MOVE SPACES TO WS-AU-TEXTO
               STRING "Doc " WS-IT-DOC " subiu para " ES-RESPONSAVEL
                      " (CC " ES-CENTRO "): prazo de " WS-ED-SLA
                      "h da " WS-FILA-NOME " vencido"
                   DELIMITED BY SIZE INTO WS-AU-TEXTO
               PERFORM 480-ENFILEIRAR-AVISO
           END-IF.
           MOVE ES-RESPONSAVEL TO WS-AU-DESTINO.
           MOVE SPACES TO WS-AU-TEXTO.
           STRING "Doc " WS-IT-DOC " escalado a voce na "
                  WS-FILA-NOME " (" WS-FILA-PROGRAMA "): "
                  WS-RESP-ANTERIOR " passou de " WS-ED-SLA "h"
               DELIMITED BY SIZE INTO WS-AU-TEXTO.
           PERFORM 480-ENFILEIRAR-AVISO.

      *> CENTRO SEM DONO, INATIVO OU COM O MESMO DONO DO NIVEL DE
      *> BAIXO NAO SEGURA O ITEM: A BUSCA CONTINUA NO PAI DELE
       460-SUBIR-UM-NIVEL.
           ADD 1 TO WS-SUBIDAS.
           MOVE WS-CENTRO-BUSCA TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CENTRO-BUSCA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CC-CENTRO-PAI TO WS-CENTRO-BUSCA.
           IF WS-CENTRO-BUSCA = SPACES OR WS-CENTRO-BUSCA = CC-CODIGO
               MOVE SPACES TO WS-CENTRO-BUSCA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CENTRO-BUSCA TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CENTRO-BUSCA
                   EXIT PARAGRAPH
           END-READ.
           IF CC-RESPONSAVEL NOT = SPACES AND CC-ATIVO NOT = 'N'
                   AND CC-RESPONSAVEL NOT = ES-RESPONSAVEL
               MOVE CC-CODIGO TO WS-CENTRO-ACHADO
               MOVE CC-RESPONSAVEL TO WS-RESP-ACHADO
           END-IF.

      *> A SUBIDA FICA NA MESMA TRILHA DAS DECISOES, EM NOME DE QUEM
      *> DEIXOU O PRAZO VENCER; O MOTIVO DIZ A FILA E O NOVO DONO
       470-GRAVAR-LOG-ESCALA.
           IF WS-AL-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AGORA TO AL-DATA-HORA.
           MOVE WS-IT-DOC TO AL-NUM-DOC.
           MOVE WS-IT-CNPJ TO AL-CNPJ-FORN.
           MOVE WS-RESP-ANTERIOR TO AL-USUARIO.
           MOVE 'E' TO AL-ACAO.
           MOVE SPACES TO AL-MOTIVO.
           STRING "FILA " WS-IT-FILA " SLA " WS-ED-SLA "H -> "
                  ES-RESPONSAVEL " CC " ES-CENTRO " NIVEL " ES-NIVEL
               DELIMITED BY SIZE INTO AL-MOTIVO.
           WRITE APRVLOG-REG.

       480-ENFILEIRAR-AVISO.
           IF WS-AU-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AU-SEQ.
           MOVE WS-AU-DESTINO TO AU-USUARIO.
           MOVE WS-AGORA TO AU-DATA-HORA.
           MOVE WS-AU-SEQ TO AU-SEQ.
           MOVE 'SLAAPROV' TO AU-ORIGEM.
           MOVE WS-IT-DOC TO AU-NUM-DOC.
           MOVE WS-IT-CNPJ TO AU-CNPJ-FORN.
           MOVE WS-AU-TEXTO TO AU-TEXTO.
           MOVE 'N' TO AU-LIDO.
           WRITE AVISOUSU-REG
               INVALID KEY
                   DISPLAY "AVISO: aviso a " WS-AU-DESTINO
                           " nao gravado. Status: " WS-STATUS-AVISOUSU
           END-WRITE.

      *> REGISTRO EM ABERTO CUJO ITEM JA NAO ESTA NA FILA (CANCELADO,
      *> DECIDIDO POR OUTRO CAMINHO, LIBERACAO RECICLADA PELO PGTOCONT)
      *> SAI DO CONTROLE COMO 'F'
       500-ENCERRAR-RESOLVIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO ES-CHAVE.
           START ESCALA-FILE KEY IS GREATER THAN ES-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           OPEN INPUT LIBPEND-FILE.
           PERFORM 510-CONFERIR-CONTROLE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE LIBPEND-FILE.

       510-CONFERIR-CONTROLE.
           READ ESCALA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF ES-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           IF ES-FILA = 'C'
               MOVE ES-NUM-DOC TO CP-NUM-DOC
               MOVE ES-CNPJ-FORN TO CP-CNPJ-FORN
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       MOVE SPACE TO CP-SITUACAO
               END-READ
               IF CP-SITUACAO = 'G'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ES-NUM-DOC TO LP-NUM-DOC
               MOVE ES-CNPJ-FORN TO LP-CNPJ-FORN
               READ LIBPEND-FILE
                   INVALID KEY
                       MOVE SPACE TO LP-SITUACAO
               END-READ
               IF LP-SITUACAO = 'P'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'F' TO ES-SITUACAO.
           MOVE WS-AGORA TO ES-DATA-HORA-DECISAO.
           REWRITE ESCALA-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ENCERRADOS
           END-REWRITE.

       850-PAUSA.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
           END-IF.

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
           MOVE 'SLAAPROV' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
