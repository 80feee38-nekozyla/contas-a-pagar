       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDPO.
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

           SELECT CONTAHIST-FILE *> Arquivo morto das contas quitadas antigas
               ASSIGN TO 'CONTAHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CH-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAHIST.

           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT APRVLOG-FILE *> Log de aprovacoes/rejeicoes de lancamento
               ASSIGN TO 'APRVLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
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

       FD  CONTAHIST-FILE.
       01  CONTAHIST-REG.
           05 CH-PRIMARY-KEY.
              10 CH-NUM-DOC    PIC 9(10).
              10 CH-CNPJ-FORN  PIC 9(14).
           05 CH-DATA-EMISSAO  PIC 9(08).
           05 CH-DATA-VENC     PIC 9(08).
           05 CH-VALOR         PIC 9(10)V99.
           05 CH-SITUACAO      PIC X(01).
           05 CH-DATA-PGTO     PIC 9(08).
           05 CH-NUM-PARCELA   PIC 9(02).
           05 CH-QTD-PARCELAS  PIC 9(02).
           05 CH-CENTRO-CUSTO  PIC X(06).
           05 CH-SALDO         PIC 9(10)V99.
           05 CH-FILIAL        PIC X(04).
           05 CH-MOEDA          PIC X(03).
           05 CH-VALOR-ORIGINAL PIC 9(10)V99.
           05 CH-CAMINHO-ANEXO  PIC X(80).
           05 CH-NUM-PEDIDO     PIC 9(10).
           05 CH-LINHA-DIGITAVEL PIC X(47).
           05 CH-NATUREZA       PIC X(04).
           05 CH-CHAVE-NFE      PIC X(44).

       FD  HISTPAGTO-FILE.
       01  HIST-REG.
           05 H-PRIMARY-KEY.
              10 H-NUM-DOC     PIC 9(10).
              10 H-SEQ         PIC 9(04).
           05 H-CNPJ-FORN      PIC 9(14).
           05 H-DATA-PGTO      PIC 9(08).
           05 H-VALOR-ORIGINAL PIC S9(10)V99.
           05 H-VALOR-PAGO     PIC S9(10)V99.
           05 H-METODO-PGTO    PIC X(10).
           05 H-APROVADOR      PIC X(06).
           05 H-CONTA-EMPRESA  PIC X(04).
           05 H-VALOR-DESCONTO PIC 9(10)V99.
           05 H-NUM-CHEQUE     PIC 9(06).
           05 H-VALOR-JUROS    PIC 9(10)V99.
           05 H-VALOR-MULTA    PIC 9(10)V99.
           05 H-APROVADOR-TITULAR PIC X(06).

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

       FD  APRVLOG-FILE.
       01  APRVLOG-REG.
           05 AL-DATA-HORA     PIC 9(14).
           05 AL-NUM-DOC       PIC 9(10).
           05 AL-CNPJ-FORN     PIC 9(14).
           05 AL-USUARIO       PIC X(10).
           05 AL-ACAO          PIC X(01).
           05 AL-MOTIVO        PIC X(60).

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
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-CONTAHIST     PIC X(2).
           88 STATUS-OK-CH           VALUE '00'.
       01 WS-STATUS-HISTPAGTO     PIC X(2).
           88 STATUS-OK-HP           VALUE '00'.
       01 WS-STATUS-JORNAL        PIC X(2).
           88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-APRVLOG       PIC X(2).
           88 STATUS-OK-AL           VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.
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

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA           PIC 9(08).
           05 WS-DHS-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

      *> AREA COMPARTILHADA COM A GERACAO AGENDADA (RELAGEND): EM MODO
      *> BATCH O MES FINAL (AAAAMM) VEM DO PARAMETRO DA ASSINATURA, O
      *> SPOOL GANHA O PREFIXO 'SUB' E AS PAUSAS DE TELA SAO SUPRIMIDAS
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-SUBS-PARAM           PIC X(10) EXTERNAL.

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).

      *> JANELA DE TREZE MESES TERMINANDO NO MES FINAL (PADRAO: O
      *> ULTIMO MES FECHADO). OS MESES SAO NUMERADOS CORRIDOS (ANO * 12
      *> + MES - 1) PARA O INDICE DE UMA DATA SAIR DE UMA SUBTRACAO
       01 WS-MES-FINAL            PIC 9(06) VALUE ZERO.
       01 WS-MES-FINAL-R REDEFINES WS-MES-FINAL.
           05 WS-MF-ANO             PIC 9(04).
           05 WS-MF-MES             PIC 9(02).
       01 WS-MES-NUM-INICIO       PIC 9(06).
       01 WS-MES-NUM              PIC 9(06).
       01 WS-MES-IDX              PIC 9(02).
       01 WS-MES-ACHADO           PIC 9(02).
       01 WS-MES-TAB.
           05 WS-MES-ITEM OCCURS 13 TIMES.
              10 WS-MS-INICIO      PIC 9(08).
              10 WS-MS-FIM         PIC 9(08).
              10 WS-MS-DIAS        PIC 9(02).
       01 WS-DATA-INICIO-JANELA   PIC 9(08).
       01 WS-DATA-TRAB            PIC 9(08).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05 WS-DT-ANO             PIC 9(04).
           05 WS-DT-MES             PIC 9(02).
           05 WS-DT-DIA             PIC 9(02).
       01 WS-ANO-TRAB             PIC 9(04).
       01 WS-MES-TRAB             PIC 9(02).
       01 WS-INT-TRAB             PIC 9(09).

      *> LANCAMENTO (INCLUSAO NO CONTAPAGAR PELO JORNAL) E PRIMEIRA
      *> APROVACAO (APRVLOG) DE CADA CONTA LANCADA DENTRO DA JANELA
       01 WS-LC-QTD               PIC 9(05) VALUE ZERO.
       01 WS-LC-IDX               PIC 9(05).
       01 WS-LC-ACHOU             PIC 9(05).
       01 WS-LC-FORA              PIC 9(05) VALUE ZERO.
       01 WS-LC-TAB.
           05 WS-LC-ITEM OCCURS 5000 TIMES.
              10 WS-LC-DOC         PIC 9(10).
              10 WS-LC-CNPJ        PIC 9(14).
              10 WS-LC-DATA-LANC   PIC 9(08).
              10 WS-LC-DATA-APROV  PIC 9(08).
       01 WS-BUSCA-DOC            PIC 9(10).
       01 WS-BUSCA-CNPJ           PIC 9(14).
       01 WS-IMG-DOC              PIC 9(10).
       01 WS-IMG-CNPJ             PIC 9(14).

      *> ACUMULADORES POR RECORTE (1 = TODAS; DEPOIS CADA FILIAL E CADA
      *> NATUREZA, NA ORDEM EM QUE APARECEM) E POR MES DA JANELA
       01 WS-DIM-QTD              PIC 9(03) VALUE ZERO.
       01 WS-DIM-IDX              PIC 9(03).
       01 WS-DIM-ACHOU            PIC 9(03).
       01 WS-DIM-FILIAL           PIC 9(03).
       01 WS-DIM-NATUREZA         PIC 9(03).
       01 WS-DIM-FORA             PIC 9(06) VALUE ZERO.
       01 WS-DIM-TAB.
           05 WS-DIM-ITEM OCCURS 121 TIMES.
              10 WS-DM-TIPO        PIC X(01).
              10 WS-DM-CODIGO      PIC X(04).
              10 WS-DM-MES OCCURS 13 TIMES.
                 15 WS-DM-COMPRAS     PIC 9(12)V99.
                 15 WS-DM-ABERTO      PIC 9(12)V99.
                 15 WS-DM-QTD-LANC    PIC 9(06).
                 15 WS-DM-DIAS-LANC   PIC 9(09).
                 15 WS-DM-QTD-APROV   PIC 9(06).
                 15 WS-DM-DIAS-APROV  PIC 9(09).
                 15 WS-DM-QTD-PAGAS   PIC 9(06).
                 15 WS-DM-QTD-PONTUAL PIC 9(06).
                 15 WS-DM-QTD-JUROS   PIC 9(06).
                 15 WS-DM-DIAS-ATRASO PIC 9(09).
       01 WS-TIPO-BUSCA           PIC X(01).
       01 WS-CODIGO-BUSCA         PIC X(04).

      *> DADOS DA CONTA EM PROCESSAMENTO
       01 WS-QTD-CONTAS           PIC 9(07) VALUE ZERO.
       01 WS-DIAS                 PIC S9(05).
       01 WS-MES-LANC             PIC 9(02).
       01 WS-MES-APROV            PIC 9(02).
       01 WS-MES-EMISSAO          PIC 9(02).
       01 WS-MES-PGTO             PIC 9(02).
       01 WS-PAGA-COM-JUROS       PIC X(01).
       01 WS-FIM-HIST             PIC X(01).
       01 WS-HP-ABERTO            PIC X(01).

      *> INDICADORES DE UMA LINHA (RECORTE X MES)
       01 WS-IND-DPO              PIC 9(05)V9.
       01 WS-IND-EMI-LANC         PIC 9(05)V9.
       01 WS-IND-LANC-APROV       PIC 9(05)V9.
       01 WS-IND-PONTUAL          PIC 9(03)V9.
       01 WS-IND-JUROS            PIC 9(03)V9.
       01 WS-IND-ATRASO           PIC 9(05)V9.
       01 WS-ED-DPO               PIC ZZZZ9.9.
       01 WS-ED-EMI-LANC          PIC ZZZZ9.9.
       01 WS-ED-LANC-APROV        PIC ZZZZ9.9.
       01 WS-ED-PONTUAL           PIC ZZ9.9.
       01 WS-ED-JUROS             PIC ZZ9.9.
       01 WS-ED-ATRASO            PIC ZZZZ9.9.
       01 WS-ED-COMPRAS           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-ABERTO            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *> INDICADORES DE PRAZO DO CONTAS A PAGAR, MES A MES NOS ULTIMOS
      *> TREZE MESES, NO TOTAL E ABERTOS POR FILIAL E POR NATUREZA:
      *> DPO     - SALDO EM ABERTO NO FIM DO MES / COMPRAS (EMISSOES) DO
      *>           MES X DIAS DO MES;
      *> EMI>LAN - DIAS MEDIOS DA EMISSAO AO LANCAMENTO (JORNAL), PELO
      *>           MES DO LANCAMENTO;
      *> LAN>APR - DIAS MEDIOS DO LANCAMENTO A PRIMEIRA APROVACAO
      *>           (APRVLOG), PELO MES DA APROVACAO;
      *> %PONT   - CONTAS PAGAS NO MES ATE O VENCIMENTO;
      *> %JUROS  - CONTAS PAGAS NO MES COM JUROS OU MULTA (HISTPAGTO);
      *> ATRASO  - DIAS MEDIOS DE ATRASO DAS CONTAS PAGAS NO MES (A
      *>           PAGA EM DIA ENTRA COM ZERO).
      *> AS CONTAS VEM DO CONTAPAGAR E DO ARQUIVO MORTO (CONTAHIST);
      *> CANCELADAS E REJEITADAS/SUBSTITUIDAS ('C' E 'R') FICAM DE FORA
       100-INICIAR.
           DISPLAY "--- Indicadores de Prazo (DPO) - Tendencia ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 110-DEFINIR-MES-FINAL.
           PERFORM 150-MONTAR-MESES.

           OPEN INPUT CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               DISPLAY "AVISO: Nenhuma conta foi lancada no sistema ainda."
               CLOSE CONTAPAGAR-FILE
               PERFORM 850-PAUSA-SE-INTERATIVO
               GOBACK
           END-IF.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               MOVE 'CONTAPAGAR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONTAPAGAR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               PERFORM 850-PAUSA-SE-INTERATIVO
               GOBACK
           END-IF.
           CLOSE CONTAPAGAR-FILE.

           INITIALIZE WS-DIM-TAB.
           MOVE 1 TO WS-DIM-QTD.
           MOVE 'T' TO WS-DM-TIPO(1).
           MOVE SPACES TO WS-DM-CODIGO(1).

           PERFORM 200-CARREGAR-LANCAMENTOS.
           PERFORM 250-CARREGAR-APROVACOES.

           MOVE 'N' TO WS-HP-ABERTO.
           OPEN INPUT HISTPAGTO-FILE.
           IF STATUS-OK-HP
               MOVE 'S' TO WS-HP-ABERTO
           END-IF.
           PERFORM 300-LER-CONTAS-ATIVAS.
           PERFORM 350-LER-CONTAS-ARQUIVADAS.
           CLOSE HISTPAGTO-FILE.

           PERFORM 880-ABRIR-SPOOL.
           PERFORM 700-IMPRIMIR-RELATORIO.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA-SE-INTERATIVO.
           GOBACK.

      *> MES FINAL DA JANELA: NA ASSINATURA, O AAAAMM DO PARAMETRO; NA
      *> TELA, O DIGITADO. EM BRANCO (OU INVALIDO), O MES ANTERIOR AO
      *> DE HOJE, QUE E O ULTIMO FECHADO QUANDO A ASSINATURA RODA
      *> DEPOIS DA VIRADA DO MES
       110-DEFINIR-MES-FINAL.
           MOVE ZERO TO WS-MES-FINAL.
           IF WS-MODO-BATCH = 'S'
               IF WS-SUBS-PARAM(1:6) IS NUMERIC
                   MOVE WS-SUBS-PARAM(1:6) TO WS-MES-FINAL
               END-IF
           ELSE
               DISPLAY "Mes final da tendencia (AAAAMM, ENTER = ultimo "
                       "mes fechado): " WITH NO ADVANCING
               ACCEPT WS-MES-FINAL
           END-IF.
           IF WS-MF-MES < 1 OR WS-MF-MES > 12 OR WS-MF-ANO < 1601
               IF WS-HOJE-MES = 1
                   COMPUTE WS-MF-ANO = WS-HOJE-ANO - 1
                   MOVE 12 TO WS-MF-MES
               ELSE
                   MOVE WS-HOJE-ANO TO WS-MF-ANO
                   COMPUTE WS-MF-MES = WS-HOJE-MES - 1
               END-IF
           END-IF.

       150-MONTAR-MESES.
           COMPUTE WS-MES-NUM-INICIO = WS-MF-ANO * 12 + WS-MF-MES - 1 - 12.
           PERFORM 160-MONTAR-UM-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.
           MOVE WS-MS-INICIO(1) TO WS-DATA-INICIO-JANELA.

      *> O FIM DO MES E O DIA ANTERIOR AO PRIMEIRO DIA DO MES SEGUINTE
       160-MONTAR-UM-MES.
           COMPUTE WS-MES-NUM = WS-MES-NUM-INICIO + WS-MES-IDX - 1.
           DIVIDE WS-MES-NUM BY 12 GIVING WS-ANO-TRAB
               REMAINDER WS-MES-TRAB.
           ADD 1 TO WS-MES-TRAB.
           MOVE WS-ANO-TRAB TO WS-DT-ANO.
           MOVE WS-MES-TRAB TO WS-DT-MES.
           MOVE 1 TO WS-DT-DIA.
           MOVE WS-DATA-TRAB TO WS-MS-INICIO(WS-MES-IDX).
           IF WS-MES-TRAB = 12
               ADD 1 TO WS-DT-ANO
               MOVE 1 TO WS-DT-MES
           ELSE
               ADD 1 TO WS-DT-MES
           END-IF.
           COMPUTE WS-INT-TRAB = FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB) - 1.
           COMPUTE WS-MS-FIM(WS-MES-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-INT-TRAB).
           MOVE WS-MS-FIM(WS-MES-IDX) TO WS-DATA-TRAB.
           MOVE WS-DT-DIA TO WS-MS-DIAS(WS-MES-IDX).

      *> INDICE NA JANELA DO MES DE WS-DATA-TRAB; ZERO SE FICA FORA
       170-INDICE-DO-MES.
           MOVE ZERO TO WS-MES-ACHADO.
           IF WS-DATA-TRAB = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MES-NUM = WS-DT-ANO * 12 + WS-DT-MES - 1.
           IF WS-MES-NUM < WS-MES-NUM-INICIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-MES-NUM - WS-MES-NUM-INICIO > 12
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MES-ACHADO = WS-MES-NUM - WS-MES-NUM-INICIO + 1.

      *> UMA LINHA POR CONTA INCLUIDA NO CONTAPAGAR DESDE O INICIO DA
      *> JANELA; SE A MESMA CHAVE FOI INCLUIDA DE NOVO (EXCLUIDA E
      *> RELANCADA), VALE O PRIMEIRO LANCAMENTO
       200-CARREGAR-LANCAMENTOS.
           MOVE ZERO TO WS-LC-QTD WS-LC-FORA.
           OPEN INPUT JORNAL-FILE.
           IF NOT STATUS-OK-JN
               DISPLAY "AVISO: JORNAL.DAT indisponivel; prazos de "
                       "lancamento e aprovacao ficam zerados."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 210-LER-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.
           IF WS-LC-FORA > ZERO
               DISPLAY "AVISO: " WS-LC-FORA " lancamento(s) alem da "
                       "capacidade da tabela ficaram fora dos prazos."
           END-IF.

       210-LER-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF JN-ARQUIVO NOT = 'CONTAPAGAR' OR JN-OPERACAO NOT = 'I'
               EXIT PARAGRAPH
           END-IF.
           IF JN-DATA-HORA(1:8) < WS-DATA-INICIO-JANELA
               EXIT PARAGRAPH
           END-IF.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:14) TO WS-IMG-CNPJ.
           MOVE WS-IMG-DOC TO WS-BUSCA-DOC.
           MOVE WS-IMG-CNPJ TO WS-BUSCA-CNPJ.
           PERFORM 280-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-QTD >= 5000
               ADD 1 TO WS-LC-FORA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LC-QTD.
           MOVE WS-IMG-DOC TO WS-LC-DOC(WS-LC-QTD).
           MOVE WS-IMG-CNPJ TO WS-LC-CNPJ(WS-LC-QTD).
           MOVE JN-DATA-HORA(1:8) TO WS-LC-DATA-LANC(WS-LC-QTD).
           MOVE ZERO TO WS-LC-DATA-APROV(WS-LC-QTD).

      *> SO A PRIMEIRA APROVACAO CONTA: REAPROVACAO DEPOIS DE ALTERACAO
      *> NAO E O PRAZO QUE O LANCAMENTO ESPEROU
       250-CARREGAR-APROVACOES.
           IF WS-LC-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT APRVLOG-FILE.
           IF NOT STATUS-OK-AL
               CLOSE APRVLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 260-LER-APROVACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE APRVLOG-FILE.

       260-LER-APROVACAO.
           READ APRVLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF AL-ACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           MOVE AL-NUM-DOC TO WS-BUSCA-DOC.
           MOVE AL-CNPJ-FORN TO WS-BUSCA-CNPJ.
           PERFORM 280-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-DATA-APROV(WS-LC-ACHOU) = ZERO AND
                   AL-DATA-HORA(1:8) >= WS-LC-DATA-LANC(WS-LC-ACHOU)
               MOVE AL-DATA-HORA(1:8) TO WS-LC-DATA-APROV(WS-LC-ACHOU)
           END-IF.

       280-PROCURAR-LANCAMENTO.
           MOVE ZERO TO WS-LC-ACHOU.
           PERFORM 285-COMPARAR-LANCAMENTO
               VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-QTD OR WS-LC-ACHOU > ZERO.

       285-COMPARAR-LANCAMENTO.
           IF WS-LC-DOC(WS-LC-IDX) = WS-BUSCA-DOC AND
                   WS-LC-CNPJ(WS-LC-IDX) = WS-BUSCA-CNPJ
               MOVE WS-LC-IDX TO WS-LC-ACHOU
           END-IF.

       300-LER-CONTAS-ATIVAS.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 310-LER-CONTA-ATIVA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.

       310-LER-CONTA-ATIVA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 400-PROCESSAR-CONTA
           END-READ.

      *> O ARQUIVO MORTO TEM O MESMO LEIAUTE: A CONTA ARQUIVADA E
      *> COPIADA PARA O REGISTRO DO CONTAPAGAR (JA FECHADO) E SEGUE O
      *> MESMO CAMINHO
       350-LER-CONTAS-ARQUIVADAS.
           OPEN INPUT CONTAHIST-FILE.
           IF NOT STATUS-OK-CH
               CLOSE CONTAHIST-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CH-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CONTAHIST-FILE KEY IS GREATER THAN CH-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 360-LER-CONTA-ARQUIVADA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAHIST-FILE.

       360-LER-CONTA-ARQUIVADA.
           READ CONTAHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE CONTAHIST-REG TO CONTA-REG
                   PERFORM 400-PROCESSAR-CONTA
           END-READ.

       400-PROCESSAR-CONTA.
           IF CP-SITUACAO = 'C' OR CP-SITUACAO = 'R'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-CONTAS.

           MOVE 'F' TO WS-TIPO-BUSCA.
           MOVE CP-FILIAL TO WS-CODIGO-BUSCA.
           PERFORM 480-LOCALIZAR-RECORTE.
           MOVE WS-DIM-ACHOU TO WS-DIM-FILIAL.
           MOVE 'N' TO WS-TIPO-BUSCA.
           MOVE CP-NATUREZA TO WS-CODIGO-BUSCA.
           PERFORM 480-LOCALIZAR-RECORTE.
           MOVE WS-DIM-ACHOU TO WS-DIM-NATUREZA.
           IF WS-DIM-FILIAL = ZERO OR WS-DIM-NATUREZA = ZERO
               ADD 1 TO WS-DIM-FORA
           END-IF.

      *> MES DA EMISSAO (COMPRAS) E SALDO EM ABERTO EM CADA FIM DE MES
           MOVE CP-DATA-EMISSAO TO WS-DATA-TRAB.
           PERFORM 170-INDICE-DO-MES.
           MOVE WS-MES-ACHADO TO WS-MES-EMISSAO.
           PERFORM 410-ACUMULAR-ABERTO
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.
           IF WS-MES-EMISSAO > ZERO
               MOVE WS-MES-EMISSAO TO WS-MES-IDX
               MOVE 1 TO WS-DIM-IDX
               PERFORM 420-ACUMULAR-COMPRA
               MOVE WS-DIM-FILIAL TO WS-DIM-IDX
               PERFORM 420-ACUMULAR-COMPRA
               MOVE WS-DIM-NATUREZA TO WS-DIM-IDX
               PERFORM 420-ACUMULAR-COMPRA
           END-IF.

           PERFORM 430-APURAR-LANCAMENTO.
           PERFORM 440-APURAR-PAGAMENTO.

      *> EM ABERTO NO FIM DO MES: EMITIDA ATE ESSE DIA E AINDA NAO PAGA
      *> NELE. VALE O VALOR DA CONTA, SEM AS BAIXAS PARCIAIS
       410-ACUMULAR-ABERTO.
           IF CP-DATA-EMISSAO > WS-MS-FIM(WS-MES-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO = 'P' AND
                   CP-DATA-PGTO <= WS-MS-FIM(WS-MES-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD CP-VALOR TO WS-DM-ABERTO(1, WS-MES-IDX).
           IF WS-DIM-FILIAL > ZERO
               ADD CP-VALOR TO WS-DM-ABERTO(WS-DIM-FILIAL, WS-MES-IDX)
           END-IF.
           IF WS-DIM-NATUREZA > ZERO
               ADD CP-VALOR TO WS-DM-ABERTO(WS-DIM-NATUREZA, WS-MES-IDX)
           END-IF.

       420-ACUMULAR-COMPRA.
           IF WS-DIM-IDX > ZERO
               ADD CP-VALOR TO WS-DM-COMPRAS(WS-DIM-IDX, WS-MES-IDX)
           END-IF.

      *> EMISSAO -> LANCAMENTO NO MES DO LANCAMENTO; LANCAMENTO ->
      *> APROVACAO NO MES DA APROVACAO. CONTA SEM LANCAMENTO NO JORNAL
      *> DENTRO DA JANELA (LANCADA ANTES DELA) NAO ENTRA NOS PRAZOS
       430-APURAR-LANCAMENTO.
           MOVE CP-NUM-DOC TO WS-BUSCA-DOC.
           MOVE CP-CNPJ-FORN TO WS-BUSCA-CNPJ.
           PERFORM 280-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LC-DATA-LANC(WS-LC-ACHOU) TO WS-DATA-TRAB.
           PERFORM 170-INDICE-DO-MES.
           MOVE WS-MES-ACHADO TO WS-MES-LANC.
           IF WS-MES-LANC > ZERO AND CP-DATA-EMISSAO NOT = ZERO
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-LC-DATA-LANC(WS-LC-ACHOU))
                 - FUNCTION INTEGER-OF-DATE(CP-DATA-EMISSAO)
               IF WS-DIAS < ZERO
                   MOVE ZERO TO WS-DIAS
               END-IF
               MOVE WS-MES-LANC TO WS-MES-IDX
               MOVE 1 TO WS-DIM-IDX
               PERFORM 435-SOMAR-LANCAMENTO
               MOVE WS-DIM-FILIAL TO WS-DIM-IDX
               PERFORM 435-SOMAR-LANCAMENTO
               MOVE WS-DIM-NATUREZA TO WS-DIM-IDX
               PERFORM 435-SOMAR-LANCAMENTO
           END-IF.

           IF WS-LC-DATA-APROV(WS-LC-ACHOU) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LC-DATA-APROV(WS-LC-ACHOU) TO WS-DATA-TRAB.
           PERFORM 170-INDICE-DO-MES.
           MOVE WS-MES-ACHADO TO WS-MES-APROV.
           IF WS-MES-APROV = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-LC-DATA-APROV(WS-LC-ACHOU))
             - FUNCTION INTEGER-OF-DATE(WS-LC-DATA-LANC(WS-LC-ACHOU)).
           MOVE WS-MES-APROV TO WS-MES-IDX.
           MOVE 1 TO WS-DIM-IDX.
           PERFORM 436-SOMAR-APROVACAO.
           MOVE WS-DIM-FILIAL TO WS-DIM-IDX.
           PERFORM 436-SOMAR-APROVACAO.
           MOVE WS-DIM-NATUREZA TO WS-DIM-IDX.
           PERFORM 436-SOMAR-APROVACAO.

       435-SOMAR-LANCAMENTO.
           IF WS-DIM-IDX > ZERO
               ADD 1 TO WS-DM-QTD-LANC(WS-DIM-IDX, WS-MES-IDX)
               ADD WS-DIAS TO WS-DM-DIAS-LANC(WS-DIM-IDX, WS-MES-IDX)
           END-IF.

       436-SOMAR-APROVACAO.
           IF WS-DIM-IDX > ZERO
               ADD 1 TO WS-DM-QTD-APROV(WS-DIM-IDX, WS-MES-IDX)
               ADD WS-DIAS TO WS-DM-DIAS-APROV(WS-DIM-IDX, WS-MES-IDX)
           END-IF.

      *> CONTA QUITADA NO MES: PONTUAL SE PAGA ATE O VENCIMENTO; COM
      *> JUROS SE ALGUM PAGAMENTO DELA NO HISTPAGTO TEVE JUROS OU MULTA
       440-APURAR-PAGAMENTO.
           IF CP-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-DATA-PGTO TO WS-DATA-TRAB.
           PERFORM 170-INDICE-DO-MES.
           MOVE WS-MES-ACHADO TO WS-MES-PGTO.
           IF WS-MES-PGTO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DIAS.
           IF CP-DATA-VENC NOT = ZERO
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(CP-DATA-PGTO)
                               - FUNCTION INTEGER-OF-DATE(CP-DATA-VENC)
           END-IF.
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS
           END-IF.
           PERFORM 450-VERIFICAR-JUROS.
           MOVE WS-MES-PGTO TO WS-MES-IDX.
           MOVE 1 TO WS-DIM-IDX.
           PERFORM 445-SOMAR-PAGAMENTO.
           MOVE WS-DIM-FILIAL TO WS-DIM-IDX.
           PERFORM 445-SOMAR-PAGAMENTO.
           MOVE WS-DIM-NATUREZA TO WS-DIM-IDX.
           PERFORM 445-SOMAR-PAGAMENTO.

       445-SOMAR-PAGAMENTO.
           IF WS-DIM-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DM-QTD-PAGAS(WS-DIM-IDX, WS-MES-IDX).
           ADD WS-DIAS TO WS-DM-DIAS-ATRASO(WS-DIM-IDX, WS-MES-IDX).
           IF WS-DIAS = ZERO
               ADD 1 TO WS-DM-QTD-PONTUAL(WS-DIM-IDX, WS-MES-IDX)
           END-IF.
           IF WS-PAGA-COM-JUROS = 'S'
               ADD 1 TO WS-DM-QTD-JUROS(WS-DIM-IDX, WS-MES-IDX)
           END-IF.

       450-VERIFICAR-JUROS.
           MOVE 'N' TO WS-PAGA-COM-JUROS.
           IF WS-HP-ABERTO = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO H-NUM-DOC.
           MOVE 'N' TO WS-FIM-HIST.
           START HISTPAGTO-FILE KEY IS EQUAL TO H-NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-HIST
           END-START.
           PERFORM 455-LER-PAGAMENTO-CONTA UNTIL WS-FIM-HIST = 'Y'.

       455-LER-PAGAMENTO-CONTA.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-HIST
                   EXIT PARAGRAPH
           END-READ.
           IF H-NUM-DOC NOT = CP-NUM-DOC
               MOVE 'Y' TO WS-FIM-HIST
               EXIT PARAGRAPH
           END-IF.
           IF H-CNPJ-FORN = CP-CNPJ-FORN AND
                   (H-VALOR-JUROS > ZERO OR H-VALOR-MULTA > ZERO)
               MOVE 'S' TO WS-PAGA-COM-JUROS
               MOVE 'Y' TO WS-FIM-HIST
           END-IF.

      *> RECORTE (FILIAL OU NATUREZA) NA TABELA, INCLUINDO SE NOVO;
      *> ZERO QUANDO A TABELA ESTOUROU (A CONTA FICA SO NO TOTAL)
       480-LOCALIZAR-RECORTE.
           MOVE ZERO TO WS-DIM-ACHOU.
           PERFORM 485-COMPARAR-RECORTE
               VARYING WS-DIM-IDX FROM 2 BY 1
               UNTIL WS-DIM-IDX > WS-DIM-QTD OR WS-DIM-ACHOU > ZERO.
           IF WS-DIM-ACHOU = ZERO AND WS-DIM-QTD < 121
               ADD 1 TO WS-DIM-QTD
               MOVE WS-DIM-QTD TO WS-DIM-ACHOU
               MOVE WS-TIPO-BUSCA TO WS-DM-TIPO(WS-DIM-ACHOU)
               MOVE WS-CODIGO-BUSCA TO WS-DM-CODIGO(WS-DIM-ACHOU)
           END-IF.

       485-COMPARAR-RECORTE.
           IF WS-DM-TIPO(WS-DIM-IDX) = WS-TIPO-BUSCA AND
                   WS-DM-CODIGO(WS-DIM-IDX) = WS-CODIGO-BUSCA
               MOVE WS-DIM-IDX TO WS-DIM-ACHOU
           END-IF.

       700-IMPRIMIR-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "------- INDICADORES DE PRAZO DO CONTAS A PAGAR - "
                  "13 MESES ATE " WS-MES-FINAL " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Contas analisadas: " WS-QTD-CONTAS
                  "   (ativas + arquivo morto; sem canceladas/rejeitadas)"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 1 TO WS-DIM-IDX.
           PERFORM 710-IMPRIMIR-RECORTE.
           MOVE 'F' TO WS-TIPO-BUSCA.
           PERFORM 705-IMPRIMIR-DO-TIPO
               VARYING WS-DIM-IDX FROM 2 BY 1 UNTIL WS-DIM-IDX > WS-DIM-QTD.
           MOVE 'N' TO WS-TIPO-BUSCA.
           PERFORM 705-IMPRIMIR-DO-TIPO
               VARYING WS-DIM-IDX FROM 2 BY 1 UNTIL WS-DIM-IDX > WS-DIM-QTD.
           IF WS-DIM-FORA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-DIM-FORA " conta(s) sem recorte por "
                      "estouro da tabela (ficam so no total)."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       705-IMPRIMIR-DO-TIPO.
           IF WS-DM-TIPO(WS-DIM-IDX) = WS-TIPO-BUSCA
               PERFORM 710-IMPRIMIR-RECORTE
           END-IF.

       710-IMPRIMIR-RECORTE.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           EVALUATE WS-DM-TIPO(WS-DIM-IDX)
               WHEN 'T'
                   MOVE "TODAS AS FILIAIS E NATUREZAS" TO WS-LINHA
               WHEN 'F'
                   IF WS-DM-CODIGO(WS-DIM-IDX) = SPACES
                       MOVE "FILIAL: (sem filial)" TO WS-LINHA
                   ELSE
                       STRING "FILIAL: " WS-DM-CODIGO(WS-DIM-IDX)
                           DELIMITED BY SIZE INTO WS-LINHA
                   END-IF
               WHEN 'N'
                   IF WS-DM-CODIGO(WS-DIM-IDX) = SPACES
                       MOVE "NATUREZA: (sem natureza)" TO WS-LINHA
                   ELSE
                       STRING "NATUREZA: " WS-DM-CODIGO(WS-DIM-IDX)
                           DELIMITED BY SIZE INTO WS-LINHA
                   END-IF
           END-EVALUATE.
           PERFORM 890-EMITIR-LINHA.
           MOVE "MES    DIAS        DPO  EMI>LAN  LAN>APR  %PONT %JUROS"
               TO WS-LINHA.
           MOVE " ATRASO        COMPRAS    ABERTO FIM MES" TO WS-LINHA(55:).
           PERFORM 890-EMITIR-LINHA.
           PERFORM 720-IMPRIMIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.

      *> MES SEM MOVIMENTO PARA UM INDICADOR SAI COM ZERO NELE
       720-IMPRIMIR-MES.
           MOVE ZERO TO WS-IND-DPO WS-IND-EMI-LANC WS-IND-LANC-APROV
                        WS-IND-PONTUAL WS-IND-JUROS WS-IND-ATRASO.
           IF WS-DM-COMPRAS(WS-DIM-IDX, WS-MES-IDX) > ZERO
               COMPUTE WS-IND-DPO ROUNDED =
                   WS-DM-ABERTO(WS-DIM-IDX, WS-MES-IDX)
                   / WS-DM-COMPRAS(WS-DIM-IDX, WS-MES-IDX)
                   * WS-MS-DIAS(WS-MES-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-IND-DPO
               END-COMPUTE
           END-IF.
           IF WS-DM-QTD-LANC(WS-DIM-IDX, WS-MES-IDX) > ZERO
               COMPUTE WS-IND-EMI-LANC ROUNDED =
                   WS-DM-DIAS-LANC(WS-DIM-IDX, WS-MES-IDX)
                   / WS-DM-QTD-LANC(WS-DIM-IDX, WS-MES-IDX)
           END-IF.
           IF WS-DM-QTD-APROV(WS-DIM-IDX, WS-MES-IDX) > ZERO
               COMPUTE WS-IND-LANC-APROV ROUNDED =
                   WS-DM-DIAS-APROV(WS-DIM-IDX, WS-MES-IDX)
                   / WS-DM-QTD-APROV(WS-DIM-IDX, WS-MES-IDX)
           END-IF.
           IF WS-DM-QTD-PAGAS(WS-DIM-IDX, WS-MES-IDX) > ZERO
               COMPUTE WS-IND-PONTUAL ROUNDED =
                   WS-DM-QTD-PONTUAL(WS-DIM-IDX, WS-MES-IDX) * 100
                   / WS-DM-QTD-PAGAS(WS-DIM-IDX, WS-MES-IDX)
               COMPUTE WS-IND-JUROS ROUNDED =
                   WS-DM-QTD-JUROS(WS-DIM-IDX, WS-MES-IDX) * 100
                   / WS-DM-QTD-PAGAS(WS-DIM-IDX, WS-MES-IDX)
               COMPUTE WS-IND-ATRASO ROUNDED =
                   WS-DM-DIAS-ATRASO(WS-DIM-IDX, WS-MES-IDX)
                   / WS-DM-QTD-PAGAS(WS-DIM-IDX, WS-MES-IDX)
           END-IF.
           MOVE WS-IND-DPO TO WS-ED-DPO.
           MOVE WS-IND-EMI-LANC TO WS-ED-EMI-LANC.
           MOVE WS-IND-LANC-APROV TO WS-ED-LANC-APROV.
           MOVE WS-IND-PONTUAL TO WS-ED-PONTUAL.
           MOVE WS-IND-JUROS TO WS-ED-JUROS.
           MOVE WS-IND-ATRASO TO WS-ED-ATRASO.
           MOVE WS-DM-COMPRAS(WS-DIM-IDX, WS-MES-IDX) TO WS-ED-COMPRAS.
           MOVE WS-DM-ABERTO(WS-DIM-IDX, WS-MES-IDX) TO WS-ED-ABERTO.
           MOVE SPACES TO WS-LINHA.
           STRING WS-MS-INICIO(WS-MES-IDX)(1:6) "   "
                  WS-MS-DIAS(WS-MES-IDX) "    " WS-ED-DPO "  "
                  WS-ED-EMI-LANC "  " WS-ED-LANC-APROV "  "
                  WS-ED-PONTUAL "  " WS-ED-JUROS "  " WS-ED-ATRASO " "
                  WS-ED-COMPRAS " " WS-ED-ABERTO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA-SE-INTERATIVO.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
           END-IF.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           IF WS-MODO-BATCH = 'S'
               STRING 'SUBRELDPO_' WS-DHS-DATA WS-DHS-HORA '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-SPOOL
           ELSE
               STRING 'RELDPO_' WS-DHS-DATA WS-DHS-HORA '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-SPOOL
           END-IF.
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
           MOVE 'RELDPO' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
