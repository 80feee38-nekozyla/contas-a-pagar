       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAUSA.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

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

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT APRVLOG-FILE *> Log de aprovacoes/rejeicoes de lancamento
               ASSIGN TO 'APRVLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT LIBPEND-FILE *> Fila de liberacao de pagamentos acima da alcada
               ASSIGN TO 'LIBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

           SELECT CONTESTA-FILE *> Log de bloqueios/liberacoes por contestacao
               ASSIGN TO 'CONTESTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTESTA.

           SELECT REAGLOG-FILE *> Trilha das reprogramacoes de vencimento
               ASSIGN TO 'REAGLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REAGLOG.

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

       FD  REAGLOG-FILE.
       01  REAGLOG-REG.
           05 RG-DATA-HORA     PIC 9(14).
           05 RG-NUM-DOC       PIC 9(10).
           05 RG-CNPJ-FORN     PIC 9(14).
           05 RG-VENC-ANTIGO   PIC 9(08).
           05 RG-VENC-NOVO     PIC 9(08).
           05 RG-USUARIO       PIC X(10).
           05 RG-MOTIVO        PIC X(60).

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
       01 WS-STATUS-HISTPAGTO     PIC X(2).
           88 STATUS-OK-HP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-HP VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-CONTAHIST     PIC X(2).
           88 STATUS-OK-CH           VALUE '00'.
       01 WS-STATUS-JORNAL        PIC X(2).
           88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-APRVLOG       PIC X(2).
           88 STATUS-OK-AL           VALUE '00'.
       01 WS-STATUS-LIBPEND       PIC X(2).
           88 STATUS-OK-LP           VALUE '00'.
       01 WS-STATUS-CONTESTA      PIC X(2).
           88 STATUS-OK-CT           VALUE '00'.
       01 WS-STATUS-REAGLOG       PIC X(2).
           88 STATUS-OK-RG           VALUE '00'.
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

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-INICIO          PIC 9(08).
       01 WS-DATA-FIM             PIC 9(08).
       01 WS-DETALHAR             PIC X(01).
       01 WS-ACHOU-CONTA          PIC X(01).
       01 WS-CP-ABERTO            PIC X(01).
       01 WS-CH-ABERTO            PIC X(01).
       01 WS-ENCARGOS             PIC 9(10)V99.
       01 WS-DIAS                 PIC S9(05).
       01 WS-DATA-EVENTO          PIC 9(08).
       01 WS-IMG-DOC              PIC 9(10).
       01 WS-IMG-CNPJ             PIC 9(14).
       01 WS-QTD-HIST-LIDOS       PIC 9(07) VALUE ZERO.

      *> UMA LINHA POR PAGAMENTO DO PERIODO QUE SAIU COM ENCARGOS OU
      *> DEPOIS DO VENCIMENTO; AS TRILHAS SAO LIDAS UMA VEZ CADA E
      *> VAO PREENCHENDO OS CAMPOS DE TODAS AS LINHAS DO DOCUMENTO
       01 WS-OC-QTD               PIC 9(04) VALUE ZERO.
       01 WS-OC-IDX               PIC 9(04).
       01 WS-OC-FORA              PIC 9(06) VALUE ZERO.
       01 WS-OC-TAB.
           05 WS-OC-ITEM OCCURS 3000 TIMES.
              10 WS-OC-DOC         PIC 9(10).
              10 WS-OC-CNPJ        PIC 9(14).
              10 WS-OC-FILIAL      PIC X(04).
              10 WS-OC-EMISSAO     PIC 9(08).
              10 WS-OC-VENC        PIC 9(08).
              10 WS-OC-DATA-PGTO   PIC 9(08).
              10 WS-OC-ENCARGOS    PIC 9(10)V99.
              10 WS-OC-DIAS        PIC 9(05).
              10 WS-OC-USU-PGTO    PIC X(10).
              10 WS-OC-DATA-LANC   PIC 9(08).
              10 WS-OC-USU-LANC    PIC X(10).
              10 WS-OC-DATA-APROV  PIC 9(08).
              10 WS-OC-USU-APROV   PIC X(10).
              10 WS-OC-DATA-LIB    PIC 9(08).
              10 WS-OC-USU-LIB     PIC X(10).
              10 WS-OC-CONTESTADA  PIC X(01).
              10 WS-OC-USU-CONT    PIC X(10).
              10 WS-OC-REPROGRAMADA PIC X(01).
              10 WS-OC-USU-REAG    PIC X(10).
              10 WS-OC-CAUSA       PIC 9(01).
              10 WS-OC-RESPONSAVEL PIC X(10).

      *> CAUSAS NA ORDEM EM QUE SAO TESTADAS: A PRIMEIRA QUE EXPLICA
      *> O PAGAMENTO FORA DO PRAZO FICA COM ELE
       01 WS-CAUSA                PIC 9(01).
       01 WS-CAUSA-NOME-INIT.
           05 FILLER PIC X(26) VALUE 'LANCADA APOS O VENCIMENTO '.
           05 FILLER PIC X(26) VALUE 'ESPERANDO APROVACAO       '.
           05 FILLER PIC X(26) VALUE 'ESPERANDO LIBERACAO ALCADA'.
           05 FILLER PIC X(26) VALUE 'EM CONTESTACAO            '.
           05 FILLER PIC X(26) VALUE 'VENCIMENTO REPROGRAMADO   '.
           05 FILLER PIC X(26) VALUE 'ATRASO SEM IMPEDIMENTO    '.
       01 WS-CAUSA-NOMES REDEFINES WS-CAUSA-NOME-INIT.
           05 WS-CAUSA-NOME PIC X(26) OCCURS 6 TIMES.
       01 WS-CAUSA-TAB.
           05 WS-CAUSA-ITEM OCCURS 6 TIMES.
              10 WS-CA-QTD         PIC 9(06).
              10 WS-CA-ENCARGOS    PIC 9(12)V99.
              10 WS-CA-DIAS        PIC 9(09).
       01 WS-TOTAL-QTD            PIC 9(06).
       01 WS-TOTAL-ENCARGOS       PIC 9(12)V99.
       01 WS-MEDIA-DIAS           PIC 9(05)V9.
       01 WS-ED-MEDIA             PIC ZZZZ9.9.

      *> TOTAIS POR FILIAL E POR RESPONSAVEL, CADA UM ABERTO POR CAUSA
       01 WS-POS-IDX              PIC 9(03).
       01 WS-POS-ACHOU            PIC 9(03).
       01 WS-FIL-QTD              PIC 9(03) VALUE ZERO.
       01 WS-FIL-TAB.
           05 WS-FIL-ITEM OCCURS 100 TIMES.
              10 WS-FIL-CODIGO     PIC X(04).
              10 WS-FIL-CAUSA OCCURS 6 TIMES.
                 15 WS-FIL-QTD-C   PIC 9(06).
                 15 WS-FIL-VALOR-C PIC 9(12)V99.
       01 WS-USU-QTD              PIC 9(03) VALUE ZERO.
       01 WS-USU-TAB.
           05 WS-USU-ITEM OCCURS 200 TIMES.
              10 WS-USU-CODIGO     PIC X(10).
              10 WS-USU-CAUSA OCCURS 6 TIMES.
                 15 WS-USU-QTD-C   PIC 9(06).
                 15 WS-USU-VALOR-C PIC 9(12)V99.
       01 WS-POS-FORA             PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
      *> CAUSA-RAIZ DO CUSTO DE ATRASO: CADA PAGAMENTO DO PERIODO QUE
      *> SAIU COM JUROS/MULTA (OU ACIMA DO VALOR ORIGINAL) OU DEPOIS DO
      *> VENCIMENTO E EXPLICADO PELAS TRILHAS QUE JA EXISTEM, NESTA
      *> ORDEM, CONTRA O VENCIMENTO ORIGINAL (ANTES DE REPROGRAMACAO):
      *> 1 LANCADA APOS O VENCIMENTO  - INCLUSAO NO JORNAL DEPOIS DELE;
      *> 2 ESPERANDO APROVACAO        - PRIMEIRA APROVACAO DO APRVLOG
      *>                                DEPOIS DELE;
      *> 3 ESPERANDO LIBERACAO ALCADA - DECISAO DO LIBPEND DEPOIS DELE;
      *> 4 EM CONTESTACAO             - BLOQUEIO NO CONTESTA ANTES DO
      *>                                PAGAMENTO;
      *> 5 VENCIMENTO REPROGRAMADO    - LINHA NO REAGLOG;
      *> 6 ATRASO SEM IMPEDIMENTO     - NADA NO CAMINHO.
      *> O RESPONSAVEL E QUEM RESPONDE PELO PASSO: QUEM LANCOU, QUEM
      *> APROVOU, QUEM LIBEROU, QUEM CONTESTOU, QUEM REPROGRAMOU OU,
      *> NO ATRASO PURO, O APROVADOR DO PAGAMENTO
       100-INICIAR.
           DISPLAY "--- Causa-Raiz dos Encargos por Atraso ---".
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
           DISPLAY "Listar pagamento a pagamento (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-DETALHAR.
           MOVE FUNCTION UPPER-CASE(WS-DETALHAR) TO WS-DETALHAR.

           OPEN INPUT HISTPAGTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-HP
               DISPLAY "AVISO: HISTPAGTO.DAT nao existe, nada a analisar."
               CLOSE HISTPAGTO-FILE
               PERFORM 850-PAUSA
               GOBACK
           END-IF.
           IF NOT STATUS-OK-HP
               DISPLAY "ERRO ao abrir historico de pagamentos. Status: "
                       WS-STATUS-HISTPAGTO
               MOVE 'HISTPAGTO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-HISTPAGTO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               PERFORM 850-PAUSA
               GOBACK
           END-IF.
           MOVE 'N' TO WS-CP-ABERTO WS-CH-ABERTO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'S' TO WS-CP-ABERTO
           END-IF.
           OPEN INPUT CONTAHIST-FILE.
           IF STATUS-OK-CH
               MOVE 'S' TO WS-CH-ABERTO
           END-IF.
           MOVE LOW-VALUES TO H-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START HISTPAGTO-FILE KEY IS GREATER THAN H-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAHIST-FILE.
           CLOSE CONTAPAGAR-FILE.
           CLOSE HISTPAGTO-FILE.

           IF WS-OC-QTD = ZERO
               DISPLAY "Nenhum pagamento com encargos ou atraso no "
                       "periodo."
               PERFORM 850-PAUSA
               GOBACK
           END-IF.

           PERFORM 300-LER-REPROGRAMACOES.
           PERFORM 350-LER-LANCAMENTOS.
           PERFORM 400-LER-APROVACOES.
           PERFORM 450-LER-LIBERACOES.
           PERFORM 500-LER-CONTESTACOES.

           INITIALIZE WS-CAUSA-TAB.
           PERFORM 600-CLASSIFICAR
               VARYING WS-OC-IDX FROM 1 BY 1 UNTIL WS-OC-IDX > WS-OC-QTD.

           PERFORM 880-ABRIR-SPOOL.
           PERFORM 700-IMPRIMIR-RELATORIO.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.
           GOBACK.

      *> ENCARGOS = JUROS + MULTA; SEM ELES, O QUE FOI PAGO ACIMA DO
      *> VALOR ORIGINAL. O VENCIMENTO VEM DA CONTA (ATIVA OU NO
      *> ARQUIVO MORTO) E E CORRIGIDO PARA O ORIGINAL NO REAGLOG
       200-LER-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF H-DATA-PGTO < WS-DATA-INICIO OR H-DATA-PGTO > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           IF H-VALOR-PAGO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-HIST-LIDOS.
           COMPUTE WS-ENCARGOS = H-VALOR-JUROS + H-VALOR-MULTA.
           IF WS-ENCARGOS = ZERO AND H-VALOR-PAGO > H-VALOR-ORIGINAL
               COMPUTE WS-ENCARGOS = H-VALOR-PAGO - H-VALOR-ORIGINAL
           END-IF.
           PERFORM 210-LER-CONTA-DO-PAGAMENTO.
           IF WS-ACHOU-CONTA = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENCARGOS = ZERO AND H-DATA-PGTO <= CP-DATA-VENC
               EXIT PARAGRAPH
           END-IF.
           IF WS-OC-QTD >= 3000
               ADD 1 TO WS-OC-FORA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OC-QTD.
           INITIALIZE WS-OC-ITEM(WS-OC-QTD).
           MOVE H-NUM-DOC TO WS-OC-DOC(WS-OC-QTD).
           MOVE H-CNPJ-FORN TO WS-OC-CNPJ(WS-OC-QTD).
           MOVE CP-FILIAL TO WS-OC-FILIAL(WS-OC-QTD).
           MOVE CP-DATA-EMISSAO TO WS-OC-EMISSAO(WS-OC-QTD).
           MOVE CP-DATA-VENC TO WS-OC-VENC(WS-OC-QTD).
           MOVE H-DATA-PGTO TO WS-OC-DATA-PGTO(WS-OC-QTD).
           MOVE WS-ENCARGOS TO WS-OC-ENCARGOS(WS-OC-QTD).
           MOVE H-APROVADOR TO WS-OC-USU-PGTO(WS-OC-QTD).
           MOVE 'N' TO WS-OC-CONTESTADA(WS-OC-QTD).
           MOVE 'N' TO WS-OC-REPROGRAMADA(WS-OC-QTD).

       210-LER-CONTA-DO-PAGAMENTO.
           MOVE 'N' TO WS-ACHOU-CONTA.
           IF WS-CP-ABERTO = 'S'
               MOVE 'S' TO WS-ACHOU-CONTA
               MOVE H-NUM-DOC TO CP-NUM-DOC
               MOVE H-CNPJ-FORN TO CP-CNPJ-FORN
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ACHOU-CONTA
               END-READ
           END-IF.
           IF WS-ACHOU-CONTA = 'S' OR WS-CH-ABERTO = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE H-NUM-DOC TO CH-NUM-DOC.
           MOVE H-CNPJ-FORN TO CH-CNPJ-FORN.
           MOVE 'S' TO WS-ACHOU-CONTA.
           READ CONTAHIST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-CONTA
               NOT INVALID KEY
                   MOVE CONTAHIST-REG TO CONTA-REG
           END-READ.

      *> O VENCIMENTO ORIGINAL E O MAIS ANTIGO DA TRILHA; QUEM FEZ A
      *> ULTIMA REPROGRAMACAO FICA COMO RESPONSAVEL
       300-LER-REPROGRAMACOES.
           OPEN INPUT REAGLOG-FILE.
           IF NOT STATUS-OK-RG
               CLOSE REAGLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 310-LER-REPROGRAMACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE REAGLOG-FILE.

       310-LER-REPROGRAMACAO.
           READ REAGLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 320-MARCAR-REPROGRAMACAO
                       VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-QTD
           END-READ.

       320-MARCAR-REPROGRAMACAO.
           IF WS-OC-DOC(WS-OC-IDX) = RG-NUM-DOC AND
                   WS-OC-CNPJ(WS-OC-IDX) = RG-CNPJ-FORN
               MOVE 'S' TO WS-OC-REPROGRAMADA(WS-OC-IDX)
               MOVE RG-USUARIO TO WS-OC-USU-REAG(WS-OC-IDX)
               IF RG-VENC-ANTIGO < WS-OC-VENC(WS-OC-IDX) AND
                       RG-VENC-ANTIGO NOT = ZERO
                   MOVE RG-VENC-ANTIGO TO WS-OC-VENC(WS-OC-IDX)
               END-IF
           END-IF.

      *> PRIMEIRA INCLUSAO DA CONTA NO CONTAPAGAR PELO JORNAL
       350-LER-LANCAMENTOS.
           OPEN INPUT JORNAL-FILE.
           IF NOT STATUS-OK-JN
               DISPLAY "AVISO: JORNAL.DAT indisponivel; lancamento tardio "
                       "nao sera apurado."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 360-LER-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.

       360-LER-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF JN-ARQUIVO NOT = 'CONTAPAGAR' OR JN-OPERACAO NOT = 'I'
               EXIT PARAGRAPH
           END-IF.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:14) TO WS-IMG-CNPJ.
           PERFORM 370-MARCAR-LANCAMENTO
               VARYING WS-OC-IDX FROM 1 BY 1 UNTIL WS-OC-IDX > WS-OC-QTD.

       370-MARCAR-LANCAMENTO.
           IF WS-OC-DOC(WS-OC-IDX) = WS-IMG-DOC AND
                   WS-OC-CNPJ(WS-OC-IDX) = WS-IMG-CNPJ AND
                   WS-OC-DATA-LANC(WS-OC-IDX) = ZERO
               MOVE JN-DATA-HORA(1:8) TO WS-OC-DATA-LANC(WS-OC-IDX)
               MOVE JN-USUARIO TO WS-OC-USU-LANC(WS-OC-IDX)
           END-IF.

      *> PRIMEIRA APROVACAO DE CADA CONTA
       400-LER-APROVACOES.
           OPEN INPUT APRVLOG-FILE.
           IF NOT STATUS-OK-AL
               CLOSE APRVLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 410-LER-APROVACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE APRVLOG-FILE.

       410-LER-APROVACAO.
           READ APRVLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF AL-ACAO = 'A'
                       PERFORM 420-MARCAR-APROVACAO
                           VARYING WS-OC-IDX FROM 1 BY 1
                           UNTIL WS-OC-IDX > WS-OC-QTD
                   END-IF
           END-READ.

       420-MARCAR-APROVACAO.
           IF WS-OC-DOC(WS-OC-IDX) = AL-NUM-DOC AND
                   WS-OC-CNPJ(WS-OC-IDX) = AL-CNPJ-FORN AND
                   WS-OC-DATA-APROV(WS-OC-IDX) = ZERO
               MOVE AL-DATA-HORA(1:8) TO WS-OC-DATA-APROV(WS-OC-IDX)
               MOVE AL-USUARIO TO WS-OC-USU-APROV(WS-OC-IDX)
           END-IF.

      *> A FILA DE LIBERACAO GUARDA UMA LINHA POR CONTA: BASTA LER
      *> PELA CHAVE. SO CONTA A DECISAO JA TOMADA
       450-LER-LIBERACOES.
           OPEN INPUT LIBPEND-FILE.
           IF NOT STATUS-OK-LP
               CLOSE LIBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 460-LER-LIBERACAO
               VARYING WS-OC-IDX FROM 1 BY 1 UNTIL WS-OC-IDX > WS-OC-QTD.
           CLOSE LIBPEND-FILE.

       460-LER-LIBERACAO.
           MOVE WS-OC-DOC(WS-OC-IDX) TO LP-NUM-DOC.
           MOVE WS-OC-CNPJ(WS-OC-IDX) TO LP-CNPJ-FORN.
           READ LIBPEND-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF LP-DATA-HORA-DECISAO NOT = ZERO
               MOVE LP-DATA-HORA-DECISAO(1:8) TO WS-OC-DATA-LIB(WS-OC-IDX)
               MOVE LP-APROVADOR TO WS-OC-USU-LIB(WS-OC-IDX)
           END-IF.

      *> BLOQUEIO POR CONTESTACAO ANTES DO PAGAMENTO
       500-LER-CONTESTACOES.
           OPEN INPUT CONTESTA-FILE.
           IF NOT STATUS-OK-CT
               CLOSE CONTESTA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 510-LER-CONTESTACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTESTA-FILE.

       510-LER-CONTESTACAO.
           READ CONTESTA-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CT-EVENTO = 'H'
                       MOVE CT-DATA-HORA(1:8) TO WS-DATA-EVENTO
                       PERFORM 520-MARCAR-CONTESTACAO
                           VARYING WS-OC-IDX FROM 1 BY 1
                           UNTIL WS-OC-IDX > WS-OC-QTD
                   END-IF
           END-READ.

       520-MARCAR-CONTESTACAO.
           IF WS-OC-DOC(WS-OC-IDX) = CT-NUM-DOC AND
                   WS-OC-CNPJ(WS-OC-IDX) = CT-CNPJ-FORN AND
                   WS-DATA-EVENTO <= WS-OC-DATA-PGTO(WS-OC-IDX)
               MOVE 'S' TO WS-OC-CONTESTADA(WS-OC-IDX)
               MOVE CT-USUARIO TO WS-OC-USU-CONT(WS-OC-IDX)
           END-IF.

       600-CLASSIFICAR.
           MOVE ZERO TO WS-DIAS.
           IF WS-OC-VENC(WS-OC-IDX) NOT = ZERO
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-OC-DATA-PGTO(WS-OC-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-OC-VENC(WS-OC-IDX))
           END-IF.
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS
           END-IF.
           MOVE WS-DIAS TO WS-OC-DIAS(WS-OC-IDX).

           EVALUATE TRUE
               WHEN WS-OC-DATA-LANC(WS-OC-IDX) > WS-OC-VENC(WS-OC-IDX)
                   MOVE 1 TO WS-CAUSA
                   MOVE WS-OC-USU-LANC(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
               WHEN WS-OC-DATA-APROV(WS-OC-IDX) > WS-OC-VENC(WS-OC-IDX)
                   MOVE 2 TO WS-CAUSA
                   MOVE WS-OC-USU-APROV(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
               WHEN WS-OC-DATA-LIB(WS-OC-IDX) > WS-OC-VENC(WS-OC-IDX)
                   MOVE 3 TO WS-CAUSA
                   MOVE WS-OC-USU-LIB(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
               WHEN WS-OC-CONTESTADA(WS-OC-IDX) = 'S'
                   MOVE 4 TO WS-CAUSA
                   MOVE WS-OC-USU-CONT(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
               WHEN WS-OC-REPROGRAMADA(WS-OC-IDX) = 'S'
                   MOVE 5 TO WS-CAUSA
                   MOVE WS-OC-USU-REAG(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
               WHEN OTHER
                   MOVE 6 TO WS-CAUSA
                   MOVE WS-OC-USU-PGTO(WS-OC-IDX)
                       TO WS-OC-RESPONSAVEL(WS-OC-IDX)
           END-EVALUATE.
           MOVE WS-CAUSA TO WS-OC-CAUSA(WS-OC-IDX).

           ADD 1 TO WS-CA-QTD(WS-CAUSA).
           ADD WS-OC-ENCARGOS(WS-OC-IDX) TO WS-CA-ENCARGOS(WS-CAUSA).
           ADD WS-OC-DIAS(WS-OC-IDX) TO WS-CA-DIAS(WS-CAUSA).
           PERFORM 610-SOMAR-FILIAL.
           PERFORM 620-SOMAR-RESPONSAVEL.

       610-SOMAR-FILIAL.
           MOVE ZERO TO WS-POS-ACHOU.
           PERFORM 615-PROCURAR-FILIAL
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-FIL-QTD OR WS-POS-ACHOU > ZERO.
           IF WS-POS-ACHOU = ZERO AND WS-FIL-QTD < 100
               ADD 1 TO WS-FIL-QTD
               MOVE WS-FIL-QTD TO WS-POS-ACHOU
               INITIALIZE WS-FIL-ITEM(WS-POS-ACHOU)
               MOVE WS-OC-FILIAL(WS-OC-IDX) TO WS-FIL-CODIGO(WS-POS-ACHOU)
           END-IF.
           IF WS-POS-ACHOU = ZERO
               ADD 1 TO WS-POS-FORA
           ELSE
               ADD 1 TO WS-FIL-QTD-C(WS-POS-ACHOU, WS-CAUSA)
               ADD WS-OC-ENCARGOS(WS-OC-IDX)
                   TO WS-FIL-VALOR-C(WS-POS-ACHOU, WS-CAUSA)
           END-IF.

       615-PROCURAR-FILIAL.
           IF WS-FIL-CODIGO(WS-POS-IDX) = WS-OC-FILIAL(WS-OC-IDX)
               MOVE WS-POS-IDX TO WS-POS-ACHOU
           END-IF.

       620-SOMAR-RESPONSAVEL.
           MOVE ZERO TO WS-POS-ACHOU.
           PERFORM 625-PROCURAR-RESPONSAVEL
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-USU-QTD OR WS-POS-ACHOU > ZERO.
           IF WS-POS-ACHOU = ZERO AND WS-USU-QTD < 200
               ADD 1 TO WS-USU-QTD
               MOVE WS-USU-QTD TO WS-POS-ACHOU
               INITIALIZE WS-USU-ITEM(WS-POS-ACHOU)
               MOVE WS-OC-RESPONSAVEL(WS-OC-IDX)
                   TO WS-USU-CODIGO(WS-POS-ACHOU)
           END-IF.
           IF WS-POS-ACHOU = ZERO
               ADD 1 TO WS-POS-FORA
           ELSE
               ADD 1 TO WS-USU-QTD-C(WS-POS-ACHOU, WS-CAUSA)
               ADD WS-OC-ENCARGOS(WS-OC-IDX)
                   TO WS-USU-VALOR-C(WS-POS-ACHOU, WS-CAUSA)
           END-IF.

       625-PROCURAR-RESPONSAVEL.
           IF WS-USU-CODIGO(WS-POS-IDX) = WS-OC-RESPONSAVEL(WS-OC-IDX)
               MOVE WS-POS-IDX TO WS-POS-ACHOU
           END-IF.

       700-IMPRIMIR-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "------- CAUSA-RAIZ DOS ENCARGOS POR ATRASO - "
                  WS-DATA-INICIO " A " WS-DATA-FIM " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Pagamentos no periodo: " WS-QTD-HIST-LIDOS
                  "   com encargos ou atraso: " WS-OC-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           IF WS-DETALHAR = 'S'
               MOVE SPACES TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               MOVE "Num. Docto  CNPJ Fornec.    Vencim.   Pagto.    Dias"
                   TO WS-LINHA
               MOVE "     Encargos  Filial Causa                      Responsavel"
                   TO WS-LINHA(54:)
               PERFORM 890-EMITIR-LINHA
               PERFORM 710-IMPRIMIR-OCORRENCIA
                   VARYING WS-OC-IDX FROM 1 BY 1 UNTIL WS-OC-IDX > WS-OC-QTD
           END-IF.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "POR CAUSA                    QTD       ENCARGOS  ATRASO MEDIO"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-TOTAL-QTD WS-TOTAL-ENCARGOS.
           PERFORM 720-IMPRIMIR-CAUSA
               VARYING WS-CAUSA FROM 1 BY 1 UNTIL WS-CAUSA > 6.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL                      " WS-TOTAL-QTD " "
                  WS-TOTAL-ENCARGOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "POR FILIAL E CAUSA               QTD       ENCARGOS"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 730-IMPRIMIR-FILIAL
               VARYING WS-POS-IDX FROM 1 BY 1 UNTIL WS-POS-IDX > WS-FIL-QTD.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "POR RESPONSAVEL E CAUSA                QTD       ENCARGOS"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 750-IMPRIMIR-RESPONSAVEL
               VARYING WS-POS-IDX FROM 1 BY 1 UNTIL WS-POS-IDX > WS-USU-QTD.

           IF WS-OC-FORA > ZERO OR WS-POS-FORA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-OC-FORA " pagamento(s) alem da tabela e "
                      WS-POS-FORA " sem filial/responsavel por estouro."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       710-IMPRIMIR-OCORRENCIA.
           MOVE WS-OC-CAUSA(WS-OC-IDX) TO WS-CAUSA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-OC-DOC(WS-OC-IDX) "  " WS-OC-CNPJ(WS-OC-IDX) "  "
                  WS-OC-VENC(WS-OC-IDX) "  " WS-OC-DATA-PGTO(WS-OC-IDX)
                  " " WS-OC-DIAS(WS-OC-IDX) " "
                  WS-OC-ENCARGOS(WS-OC-IDX) "  " WS-OC-FILIAL(WS-OC-IDX)
                  "   " WS-CAUSA-NOME(WS-CAUSA) " "
                  WS-OC-RESPONSAVEL(WS-OC-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       720-IMPRIMIR-CAUSA.
           MOVE ZERO TO WS-MEDIA-DIAS.
           IF WS-CA-QTD(WS-CAUSA) > ZERO
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-CA-DIAS(WS-CAUSA) / WS-CA-QTD(WS-CAUSA)
           END-IF.
           MOVE WS-MEDIA-DIAS TO WS-ED-MEDIA.
           ADD WS-CA-QTD(WS-CAUSA) TO WS-TOTAL-QTD.
           ADD WS-CA-ENCARGOS(WS-CAUSA) TO WS-TOTAL-ENCARGOS.
           MOVE SPACES TO WS-LINHA.
           STRING WS-CAUSA-NOME(WS-CAUSA) " " WS-CA-QTD(WS-CAUSA) " "
                  WS-CA-ENCARGOS(WS-CAUSA) "  " WS-ED-MEDIA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       730-IMPRIMIR-FILIAL.
           PERFORM 740-IMPRIMIR-FILIAL-CAUSA
               VARYING WS-CAUSA FROM 1 BY 1 UNTIL WS-CAUSA > 6.

       740-IMPRIMIR-FILIAL-CAUSA.
           IF WS-FIL-QTD-C(WS-POS-IDX, WS-CAUSA) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA.
           IF WS-FIL-CODIGO(WS-POS-IDX) = SPACES
               STRING "(s/fil)" WS-CAUSA-NOME(WS-CAUSA) " "
                      WS-FIL-QTD-C(WS-POS-IDX, WS-CAUSA) " "
                      WS-FIL-VALOR-C(WS-POS-IDX, WS-CAUSA)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-FIL-CODIGO(WS-POS-IDX) "   "
                      WS-CAUSA-NOME(WS-CAUSA) " "
                      WS-FIL-QTD-C(WS-POS-IDX, WS-CAUSA) " "
                      WS-FIL-VALOR-C(WS-POS-IDX, WS-CAUSA)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       750-IMPRIMIR-RESPONSAVEL.
           PERFORM 760-IMPRIMIR-RESPONSAVEL-CAUSA
               VARYING WS-CAUSA FROM 1 BY 1 UNTIL WS-CAUSA > 6.

       760-IMPRIMIR-RESPONSAVEL-CAUSA.
           IF WS-USU-QTD-C(WS-POS-IDX, WS-CAUSA) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA.
           IF WS-USU-CODIGO(WS-POS-IDX) = SPACES
               STRING "(sem registro) " WS-CAUSA-NOME(WS-CAUSA) " "
                      WS-USU-QTD-C(WS-POS-IDX, WS-CAUSA) " "
                      WS-USU-VALOR-C(WS-POS-IDX, WS-CAUSA)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-USU-CODIGO(WS-POS-IDX) "     "
                      WS-CAUSA-NOME(WS-CAUSA) " "
                      WS-USU-QTD-C(WS-POS-IDX, WS-CAUSA) " "
                      WS-USU-VALOR-C(WS-POS-IDX, WS-CAUSA)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RELCAUSA_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
           MOVE 'RELCAUSA' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
