       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEGR.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT FBPEND-FILE *> Alteracoes bancarias aguardando confirmacao
               ASSIGN TO 'FBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-CNPJ
               FILE STATUS IS WS-STATUS-FBPEND.

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

           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

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
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

       FD  FBPEND-FILE.
       01  FBPEND-REG.
           05 FP-CNPJ          PIC 9(14).
           05 FP-BANCO         PIC X(03).
           05 FP-AGENCIA       PIC X(06).
           05 FP-CONTA         PIC X(12).
           05 FP-PIX           PIC X(40).
           05 FP-TIPO-PIX      PIC X(01).
           05 FP-USUARIO-SOLIC PIC X(10).
           05 FP-DATA-HORA-SOLIC PIC 9(14).

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

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-CNPJ           PIC 9(14).
           05 F-RAZAO-SOCIAL   PIC X(40).
           05 F-ENDERECO       PIC X(50).
           05 F-TELEFONE       PIC 9(11).
           05 F-EMAIL          PIC X(30).
           05 F-SITUACAO       PIC X(01).
           05 F-STATUS-APROVACAO PIC X(08).
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

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
       01 WS-STATUS-JORNAL         PIC X(2).
          88 STATUS-OK-JN           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-JN VALUE '35'.
       01 WS-STATUS-FBPEND         PIC X(2).
          88 STATUS-OK-FP           VALUE '00'.
       01 WS-STATUS-APRVLOG        PIC X(2).
          88 STATUS-OK-AL           VALUE '00'.
       01 WS-STATUS-LIBPEND        PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO      PIC X(2).
          88 STATUS-OK-HIST         VALUE '00'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
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

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-DATA-INICIO           PIC 9(08).
       01 WS-DATA-FIM              PIC 9(08).
       01 WS-DATA-EVENTO           PIC 9(08).
       01 WS-LIBPEND-ABERTO        PIC X(01).
       01 WS-FORN-ABERTO           PIC X(01).
       01 WS-TABELA-CHEIA          PIC X(01) VALUE 'N'.
       01 WS-QTD-CONFLITOS         PIC 9(06) VALUE ZERO.

      *> LANCAMENTOS (INCLUSOES EM CONTAPAGAR NO JORNAL) COM QUEM
      *> LANCOU; NA IMAGEM DA CONTA O DOCUMENTO, O CNPJ E O VALOR
      *> ESTAO NAS POSICOES 1, 11 E 41 DO CONTA-REG
       01 WS-LC-QTD                PIC 9(05) VALUE ZERO.
       01 WS-LC-IDX                PIC 9(05).
       01 WS-LC-ACHOU              PIC 9(05).
       01 WS-LC-TAB.
           05 WS-LC-ITEM OCCURS 5000 TIMES.
              10 WS-LC-DOC         PIC 9(10).
              10 WS-LC-CNPJ        PIC 9(14).
              10 WS-LC-VALOR       PIC 9(10)V99.
              10 WS-LC-USUARIO     PIC X(10).
              10 WS-LC-DATA-HORA   PIC 9(14).

      *> QUEM GRAVOU CADA PAGAMENTO (INCLUSOES EM HISTPAGTO NO
      *> JORNAL), PELA CHAVE DOCUMENTO + SEQUENCIA DA IMAGEM
       01 WS-PG-QTD                PIC 9(05) VALUE ZERO.
       01 WS-PG-IDX                PIC 9(05).
       01 WS-PG-ACHOU              PIC 9(05).
       01 WS-PG-TAB.
           05 WS-PG-ITEM OCCURS 5000 TIMES.
              10 WS-PG-DOC         PIC 9(10).
              10 WS-PG-SEQ         PIC 9(04).
              10 WS-PG-USUARIO     PIC X(10).

      *> QUEM MEXEU NOS DADOS BANCARIOS DE CADA FORNECEDOR E QUANDO:
      *> 'C' CADASTROU OU CONFIRMOU (LINHA FORNBANCO DO JORNAL),
      *> 'S' SOLICITOU (IMAGEM DA PENDENCIA CONFIRMADA OU PENDENCIA
      *> AINDA ABERTA EM FBPEND)
       01 WS-BC-QTD                PIC 9(04) VALUE ZERO.
       01 WS-BC-IDX                PIC 9(04).
       01 WS-BC-ACHOU              PIC 9(04).
       01 WS-BC-TAB.
           05 WS-BC-ITEM OCCURS 2000 TIMES.
              10 WS-BC-CNPJ        PIC 9(14).
              10 WS-BC-USUARIO     PIC X(10).
              10 WS-BC-DATA-HORA   PIC 9(14).
              10 WS-BC-PAPEL       PIC X(01).
       01 WS-BC-NOVO-CNPJ          PIC 9(14).
       01 WS-BC-NOVO-USUARIO       PIC X(10).
       01 WS-BC-NOVO-DATA-HORA     PIC 9(14).
       01 WS-BC-NOVO-PAPEL         PIC X(01).

      *> CAMPOS DA IMAGEM DO JORNAL
       01 WS-IMG-DOC               PIC 9(10).
       01 WS-IMG-SEQ               PIC 9(04).
       01 WS-IMG-CNPJ              PIC 9(14).
       01 WS-IMG-VALOR-X           PIC X(12).
       01 WS-IMG-VALOR REDEFINES WS-IMG-VALOR-X PIC 9(10)V99.
       01 WS-IMG-DATA-HORA         PIC 9(14).

      *> CHAVES DE PROCURA NAS TABELAS
       01 WS-BUSCA-DOC             PIC 9(10).
       01 WS-BUSCA-SEQ             PIC 9(04).
       01 WS-BUSCA-CNPJ            PIC 9(14).
       01 WS-BUSCA-USUARIO         PIC X(10).
       01 WS-BUSCA-DATA-HORA       PIC 9(14).

      *> QUEM LIBEROU E QUEM GRAVOU O PAGAMENTO. O CODIGO DO
      *> APROVADOR E COMPARADO COM O USUARIO DE LOGIN NAS MESMAS
      *> POSICOES (O CADASTRO DE APROVADORES USA O LOGIN DA PESSOA)
       01 WS-LIBERADOR             PIC X(10).
       01 WS-PAGADOR               PIC X(10).

      *> CONFLITO CORRENTE, MONTADO POR CADA REGRA E IMPRESSO POR 800
       01 WS-CF-TIPO               PIC X(02).
       01 WS-CF-DESCRICAO          PIC X(24).
       01 WS-CF-DATA               PIC 9(08).
       01 WS-CF-DOC                PIC 9(10).
       01 WS-CF-CNPJ               PIC 9(14).
       01 WS-CF-VALOR              PIC 9(10)V99.
       01 WS-CF-PASSO-1            PIC X(14).
       01 WS-CF-USUARIO-1          PIC X(10).
       01 WS-CF-PASSO-2            PIC X(14).
       01 WS-CF-USUARIO-2          PIC X(10).
       01 WS-CF-RAZAO              PIC X(40).

      *> RESUMO POR USUARIO PARA A REVISAO TRIMESTRAL DE CONTROLES
      *> INTERNOS: UMA COLUNA POR TIPO DE CONFLITO
       01 WS-SU-QTD                PIC 9(03) VALUE ZERO.
       01 WS-SU-IDX                PIC 9(03).
       01 WS-SU-ACHOU              PIC 9(03).
       01 WS-SU-TAB.
           05 WS-SU-ITEM OCCURS 200 TIMES.
              10 WS-SU-USUARIO     PIC X(10).
              10 WS-SU-QTD-BL      PIC 9(05).
              10 WS-SU-QTD-LA      PIC 9(05).
              10 WS-SU-QTD-LP      PIC 9(05).
              10 WS-SU-QTD-PG      PIC 9(05).
              10 WS-SU-TOTAL       PIC 9(06).

       PROCEDURE DIVISION.
      *> SEGREGACAO DE FUNCOES NA CADEIA DE PAGAMENTO: APONTA ONDE UMA
      *> MESMA PESSOA CONTROLOU PASSOS DEMAIS DO MESMO DINHEIRO.
      *> BL - MEXEU NO BANCO DO FORNECEDOR (FORNBANCO/FBPEND) E DEPOIS
      *>      LANCOU CONTA PARA ELE;
      *> LA - LANCOU A CONTA E A APROVOU (APRVLOG);
      *> LP - LIBEROU O PAGAMENTO (LIBPEND OU SENHA NO TERMINAL) E
      *>      ELE MESMO GRAVOU O PAGAMENTO (JORNAL DO HISTPAGTO);
      *> PG - LANCOU A CONTA E ELE MESMO A PAGOU.
      *> O PERIODO FILTRA PELA DATA DO ULTIMO PASSO (LANCAMENTO NO BL,
      *> APROVACAO NO LA, PAGAMENTO NO LP E NO PG)
       100-INICIAR.
           DISPLAY "--- Conflitos de Segregacao de Funcoes ---".
           DISPLAY "Digite a data inicial do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Digite a data final   do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.

           OPEN INPUT JORNAL-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-JN
               DISPLAY "AVISO: jornal de transacoes vazio; nada a "
                       "cruzar."
               CLOSE JORNAL-FILE
               GOBACK
           END-IF.
           IF NOT STATUS-OK-JN
               DISPLAY "ERRO ao abrir JORNAL.DAT. Status: "
                       WS-STATUS-JORNAL
               MOVE 'JORNAL' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-JORNAL TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               CLOSE JORNAL-FILE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 150-LER-PROXIMO-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.
           PERFORM 180-CARREGAR-PENDENCIAS-BANCO.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY "AVISO: volume do jornal acima da capacidade do "
                       "relatorio; parte dos conflitos pode faltar."
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'AUDSEGR_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO SPOOL-REG.
           STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - PERIODO "
                  WS-DATA-INICIO " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "TP DATA     DOCUMENTO  FORNECEDOR                    "
                  "    VALOR         PASSOS E USUARIOS"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

           MOVE 'N' TO WS-FORN-ABERTO.
           OPEN INPUT FORNECEDORES-FILE.
           IF STATUS-OK-FORN
               MOVE 'S' TO WS-FORN-ABERTO
           ELSE
               CLOSE FORNECEDORES-FILE
           END-IF.

           PERFORM 300-CONFERIR-BANCO-LANCAMENTO
               VARYING WS-LC-IDX FROM 1 BY 1 UNTIL WS-LC-IDX > WS-LC-QTD.
           PERFORM 400-CONFERIR-LANCOU-APROVOU.
           PERFORM 500-CONFERIR-PAGAMENTOS.

           IF WS-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES-FILE
           END-IF.

           PERFORM 700-RESUMO-POR-USUARIO.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

      *> UMA PASSADA NO JORNAL CARREGA AS TRES TABELAS DE APOIO
       150-LER-PROXIMO-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   EVALUATE TRUE
                       WHEN JN-ARQUIVO = 'CONTAPAGAR' AND
                               JN-OPERACAO = 'I'
                           PERFORM 160-GUARDAR-LANCAMENTO
                       WHEN JN-ARQUIVO = 'HISTPAGTO' AND
                               JN-OPERACAO = 'I'
                           PERFORM 165-GUARDAR-PAGADOR
                       WHEN JN-ARQUIVO = 'FORNBANCO'
                           PERFORM 170-GUARDAR-MUDANCA-BANCO
                   END-EVALUATE
           END-READ.

       160-GUARDAR-LANCAMENTO.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:14) TO WS-IMG-CNPJ.
           MOVE WS-IMG-DOC TO WS-BUSCA-DOC.
           MOVE WS-IMG-CNPJ TO WS-BUSCA-CNPJ.
           PERFORM 860-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-QTD >= 5000
               MOVE 'S' TO WS-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LC-QTD.
           MOVE JN-IMAGEM(41:12) TO WS-IMG-VALOR-X.
           MOVE WS-IMG-DOC TO WS-LC-DOC(WS-LC-QTD).
           MOVE WS-IMG-CNPJ TO WS-LC-CNPJ(WS-LC-QTD).
           MOVE WS-IMG-VALOR TO WS-LC-VALOR(WS-LC-QTD).
           MOVE JN-USUARIO TO WS-LC-USUARIO(WS-LC-QTD).
           MOVE JN-DATA-HORA TO WS-LC-DATA-HORA(WS-LC-QTD).

       165-GUARDAR-PAGADOR.
           IF WS-PG-QTD >= 5000
               MOVE 'S' TO WS-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PG-QTD.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:4) TO WS-IMG-SEQ.
           MOVE WS-IMG-DOC TO WS-PG-DOC(WS-PG-QTD).
           MOVE WS-IMG-SEQ TO WS-PG-SEQ(WS-PG-QTD).
           MOVE JN-USUARIO TO WS-PG-USUARIO(WS-PG-QTD).

      *> NA CONFIRMACAO ('A') A IMAGEM E A PENDENCIA DO FBPEND: QUEM
      *> SOLICITOU ESTA NA POSICAO 77 E QUANDO, NA 87
       170-GUARDAR-MUDANCA-BANCO.
           MOVE JN-IMAGEM(1:14) TO WS-BC-NOVO-CNPJ.
           MOVE JN-USUARIO TO WS-BC-NOVO-USUARIO.
           MOVE JN-DATA-HORA TO WS-BC-NOVO-DATA-HORA.
           MOVE 'C' TO WS-BC-NOVO-PAPEL.
           PERFORM 190-INCLUIR-MUDANCA-BANCO.
           IF JN-OPERACAO = 'A'
               MOVE JN-IMAGEM(77:10) TO WS-BC-NOVO-USUARIO
               MOVE JN-IMAGEM(87:14) TO WS-IMG-DATA-HORA
               MOVE WS-IMG-DATA-HORA TO WS-BC-NOVO-DATA-HORA
               MOVE 'S' TO WS-BC-NOVO-PAPEL
               PERFORM 190-INCLUIR-MUDANCA-BANCO
           END-IF.

      *> PENDENCIAS AINDA ABERTAS TAMBEM CONTAM: QUEM PEDIU A TROCA
      *> DA CONTA E DEPOIS LANCOU PARA O FORNECEDOR JA E CONFLITO
       180-CARREGAR-PENDENCIAS-BANCO.
           OPEN INPUT FBPEND-FILE.
           IF NOT STATUS-OK-FP
               CLOSE FBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 185-LER-PROXIMA-PENDENCIA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FBPEND-FILE.

       185-LER-PROXIMA-PENDENCIA.
           READ FBPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE FP-CNPJ TO WS-BC-NOVO-CNPJ
                   MOVE FP-USUARIO-SOLIC TO WS-BC-NOVO-USUARIO
                   MOVE FP-DATA-HORA-SOLIC TO WS-BC-NOVO-DATA-HORA
                   MOVE 'S' TO WS-BC-NOVO-PAPEL
                   PERFORM 190-INCLUIR-MUDANCA-BANCO
           END-READ.

       190-INCLUIR-MUDANCA-BANCO.
           IF WS-BC-NOVO-USUARIO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-BC-QTD >= 2000
               MOVE 'S' TO WS-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BC-QTD.
           MOVE WS-BC-NOVO-CNPJ TO WS-BC-CNPJ(WS-BC-QTD).
           MOVE WS-BC-NOVO-USUARIO TO WS-BC-USUARIO(WS-BC-QTD).
           MOVE WS-BC-NOVO-DATA-HORA TO WS-BC-DATA-HORA(WS-BC-QTD).
           MOVE WS-BC-NOVO-PAPEL TO WS-BC-PAPEL(WS-BC-QTD).

      *> BL: LANCAMENTO NO PERIODO PARA UM FORNECEDOR CUJO BANCO O
      *> MESMO USUARIO TINHA SOLICITADO, CONFIRMADO OU CADASTRADO ANTES
       300-CONFERIR-BANCO-LANCAMENTO.
           MOVE WS-LC-DATA-HORA(WS-LC-IDX)(1:8) TO WS-DATA-EVENTO.
           IF WS-DATA-EVENTO < WS-DATA-INICIO OR
                   WS-DATA-EVENTO > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-USUARIO(WS-LC-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LC-CNPJ(WS-LC-IDX) TO WS-BUSCA-CNPJ.
           MOVE WS-LC-USUARIO(WS-LC-IDX) TO WS-BUSCA-USUARIO.
           MOVE WS-LC-DATA-HORA(WS-LC-IDX) TO WS-BUSCA-DATA-HORA.
           MOVE ZERO TO WS-BC-ACHOU.
           PERFORM 310-COMPARAR-MUDANCA-BANCO
               VARYING WS-BC-IDX FROM 1 BY 1
               UNTIL WS-BC-IDX > WS-BC-QTD OR WS-BC-ACHOU > ZERO.
           IF WS-BC-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'BL' TO WS-CF-TIPO.
           MOVE WS-DATA-EVENTO TO WS-CF-DATA.
           MOVE WS-LC-DOC(WS-LC-IDX) TO WS-CF-DOC.
           MOVE WS-LC-CNPJ(WS-LC-IDX) TO WS-CF-CNPJ.
           MOVE WS-LC-VALOR(WS-LC-IDX) TO WS-CF-VALOR.
           IF WS-BC-PAPEL(WS-BC-ACHOU) = 'S'
               MOVE "pediu banco" TO WS-CF-PASSO-1
           ELSE
               MOVE "gravou banco" TO WS-CF-PASSO-1
           END-IF.
           MOVE WS-BC-USUARIO(WS-BC-ACHOU) TO WS-CF-USUARIO-1.
           MOVE "lancou" TO WS-CF-PASSO-2.
           MOVE WS-LC-USUARIO(WS-LC-IDX) TO WS-CF-USUARIO-2.
           PERFORM 800-REGISTRAR-CONFLITO.

       310-COMPARAR-MUDANCA-BANCO.
           IF WS-BC-CNPJ(WS-BC-IDX) = WS-BUSCA-CNPJ AND
                   WS-BC-USUARIO(WS-BC-IDX) = WS-BUSCA-USUARIO AND
                   WS-BC-DATA-HORA(WS-BC-IDX) <= WS-BUSCA-DATA-HORA
               MOVE WS-BC-IDX TO WS-BC-ACHOU
           END-IF.

      *> LA: APROVACAO NO PERIODO FEITA PELO MESMO USUARIO QUE LANCOU
       400-CONFERIR-LANCOU-APROVOU.
           OPEN INPUT APRVLOG-FILE.
           IF NOT STATUS-OK-AL
               CLOSE APRVLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 410-LER-PROXIMA-APROVACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE APRVLOG-FILE.

       410-LER-PROXIMA-APROVACAO.
           READ APRVLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE AL-DATA-HORA(1:8) TO WS-DATA-EVENTO
                   IF AL-ACAO = 'A' AND
                           WS-DATA-EVENTO >= WS-DATA-INICIO AND
                           WS-DATA-EVENTO <= WS-DATA-FIM
                       PERFORM 420-AVALIAR-APROVACAO
                   END-IF
           END-READ.

       420-AVALIAR-APROVACAO.
           MOVE AL-NUM-DOC TO WS-BUSCA-DOC.
           MOVE AL-CNPJ-FORN TO WS-BUSCA-CNPJ.
           PERFORM 860-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-USUARIO(WS-LC-ACHOU) NOT = AL-USUARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'LA' TO WS-CF-TIPO.
           MOVE WS-DATA-EVENTO TO WS-CF-DATA.
           MOVE AL-NUM-DOC TO WS-CF-DOC.
           MOVE AL-CNPJ-FORN TO WS-CF-CNPJ.
           MOVE WS-LC-VALOR(WS-LC-ACHOU) TO WS-CF-VALOR.
           MOVE "lancou" TO WS-CF-PASSO-1.
           MOVE WS-LC-USUARIO(WS-LC-ACHOU) TO WS-CF-USUARIO-1.
           MOVE "aprovou" TO WS-CF-PASSO-2.
           MOVE AL-USUARIO TO WS-CF-USUARIO-2.
           PERFORM 800-REGISTRAR-CONFLITO.

      *> LP E PG: CADA PAGAMENTO DO PERIODO EM HISTPAGTO, COM QUEM O
      *> GRAVOU (JORNAL), QUEM O LIBEROU (LIBPEND, OU O APROVADOR QUE
      *> DIGITOU A SENHA NO TERMINAL) E QUEM LANCOU A CONTA
       500-CONFERIR-PAGAMENTOS.
           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LIBPEND-ABERTO.
           OPEN INPUT LIBPEND-FILE.
           IF STATUS-OK-LP
               MOVE 'S' TO WS-LIBPEND-ABERTO
           ELSE
               CLOSE LIBPEND-FILE
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 510-LER-PROXIMO-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE HISTPAGTO-FILE.
           IF WS-LIBPEND-ABERTO = 'S'
               CLOSE LIBPEND-FILE
           END-IF.

       510-LER-PROXIMO-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF H-DATA-PGTO >= WS-DATA-INICIO AND
                           H-DATA-PGTO <= WS-DATA-FIM
                       PERFORM 520-AVALIAR-PAGAMENTO
                   END-IF
           END-READ.

       520-AVALIAR-PAGAMENTO.
           MOVE H-NUM-DOC TO WS-BUSCA-DOC.
           MOVE H-SEQ TO WS-BUSCA-SEQ.
           PERFORM 870-PROCURAR-PAGADOR.
           MOVE SPACES TO WS-PAGADOR.
           IF WS-PG-ACHOU > ZERO
               MOVE WS-PG-USUARIO(WS-PG-ACHOU) TO WS-PAGADOR
           END-IF.

           MOVE SPACES TO WS-LIBERADOR.
           MOVE H-APROVADOR TO WS-LIBERADOR.
           IF WS-LIBPEND-ABERTO = 'S'
               MOVE H-NUM-DOC TO LP-NUM-DOC
               MOVE H-CNPJ-FORN TO LP-CNPJ-FORN
               READ LIBPEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LP-SITUACAO = 'A' OR LP-SITUACAO = 'U'
                           MOVE SPACES TO WS-LIBERADOR
                           MOVE LP-APROVADOR TO WS-LIBERADOR
                           IF WS-PAGADOR = SPACES
                               MOVE LP-USUARIO-SOLIC TO WS-PAGADOR
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE H-DATA-PGTO TO WS-CF-DATA.
           MOVE H-NUM-DOC TO WS-CF-DOC.
           MOVE H-CNPJ-FORN TO WS-CF-CNPJ.
           MOVE H-VALOR-PAGO TO WS-CF-VALOR.

           IF WS-LIBERADOR NOT = SPACES AND
                   WS-LIBERADOR = WS-PAGADOR
               MOVE 'LP' TO WS-CF-TIPO
               MOVE "liberou" TO WS-CF-PASSO-1
               MOVE WS-LIBERADOR TO WS-CF-USUARIO-1
               MOVE "pagou" TO WS-CF-PASSO-2
               MOVE WS-PAGADOR TO WS-CF-USUARIO-2
               PERFORM 800-REGISTRAR-CONFLITO
           END-IF.

           IF WS-PAGADOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE H-CNPJ-FORN TO WS-BUSCA-CNPJ.
           PERFORM 860-PROCURAR-LANCAMENTO.
           IF WS-LC-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LC-USUARIO(WS-LC-ACHOU) = WS-PAGADOR
               MOVE 'PG' TO WS-CF-TIPO
               MOVE "lancou" TO WS-CF-PASSO-1
               MOVE WS-LC-USUARIO(WS-LC-ACHOU) TO WS-CF-USUARIO-1
               MOVE "pagou" TO WS-CF-PASSO-2
               MOVE WS-PAGADOR TO WS-CF-USUARIO-2
               PERFORM 800-REGISTRAR-CONFLITO
           END-IF.

       700-RESUMO-POR-USUARIO.
           DISPLAY "---------------------------------------------".
           DISPLAY "Conflitos encontrados: " WS-QTD-CONFLITOS.
           DISPLAY "Resumo por usuario (BL / LA / LP / PG / total):".
           MOVE SPACES TO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "CONFLITOS ENCONTRADOS: " WS-QTD-CONFLITOS
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE "RESUMO POR USUARIO   BL    LA    LP    PG  TOTAL"
               TO SPOOL-REG.
           WRITE SPOOL-REG.
           PERFORM 710-IMPRIMIR-USUARIO
               VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SU-QTD.

       710-IMPRIMIR-USUARIO.
           DISPLAY "  " WS-SU-USUARIO(WS-SU-IDX) " "
                   WS-SU-QTD-BL(WS-SU-IDX) " " WS-SU-QTD-LA(WS-SU-IDX)
                   " " WS-SU-QTD-LP(WS-SU-IDX) " "
                   WS-SU-QTD-PG(WS-SU-IDX) " " WS-SU-TOTAL(WS-SU-IDX).
           MOVE SPACES TO SPOOL-REG.
           STRING "  " WS-SU-USUARIO(WS-SU-IDX) " "
                  WS-SU-QTD-BL(WS-SU-IDX) " " WS-SU-QTD-LA(WS-SU-IDX)
                  " " WS-SU-QTD-LP(WS-SU-IDX) " "
                  WS-SU-QTD-PG(WS-SU-IDX) " " WS-SU-TOTAL(WS-SU-IDX)
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

      *> IMPRIME O CONFLITO MONTADO PELA REGRA E SOMA NO RESUMO DO
      *> USUARIO DO SEGUNDO PASSO (QUEM FECHOU O CICLO)
       800-REGISTRAR-CONFLITO.
           ADD 1 TO WS-QTD-CONFLITOS.
           PERFORM 810-BUSCAR-RAZAO.
           DISPLAY WS-CF-TIPO " " WS-CF-DATA " doc " WS-CF-DOC " "
                   WS-CF-RAZAO(1:25) " " WS-CF-VALOR.
           DISPLAY "     " WS-CF-PASSO-1 ": " WS-CF-USUARIO-1
                   "  " WS-CF-PASSO-2 ": " WS-CF-USUARIO-2
                   "  CNPJ " WS-CF-CNPJ.
           MOVE SPACES TO SPOOL-REG.
           STRING WS-CF-TIPO " " WS-CF-DATA " " WS-CF-DOC " "
                  WS-CF-RAZAO(1:30) " " WS-CF-VALOR "  "
                  WS-CF-PASSO-1 " " WS-CF-USUARIO-1 " "
                  WS-CF-PASSO-2 " " WS-CF-USUARIO-2
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           PERFORM 820-ACUMULAR-USUARIO.

       810-BUSCAR-RAZAO.
           MOVE SPACES TO WS-CF-RAZAO.
           IF WS-FORN-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-CNPJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)" TO WS-CF-RAZAO
               NOT INVALID KEY
                   MOVE F-RAZAO-SOCIAL TO WS-CF-RAZAO
           END-READ.

       820-ACUMULAR-USUARIO.
           MOVE ZERO TO WS-SU-ACHOU.
           PERFORM 830-PROCURAR-USUARIO
               VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SU-QTD OR WS-SU-ACHOU > ZERO.
           IF WS-SU-ACHOU = ZERO
               IF WS-SU-QTD < 200
                   ADD 1 TO WS-SU-QTD
                   MOVE WS-CF-USUARIO-2 TO WS-SU-USUARIO(WS-SU-QTD)
                   MOVE ZERO TO WS-SU-QTD-BL(WS-SU-QTD)
                   MOVE ZERO TO WS-SU-QTD-LA(WS-SU-QTD)
                   MOVE ZERO TO WS-SU-QTD-LP(WS-SU-QTD)
                   MOVE ZERO TO WS-SU-QTD-PG(WS-SU-QTD)
                   MOVE ZERO TO WS-SU-TOTAL(WS-SU-QTD)
                   MOVE WS-SU-QTD TO WS-SU-ACHOU
               END-IF
           END-IF.
           IF WS-SU-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CF-TIPO
               WHEN 'BL'
                   ADD 1 TO WS-SU-QTD-BL(WS-SU-ACHOU)
               WHEN 'LA'
                   ADD 1 TO WS-SU-QTD-LA(WS-SU-ACHOU)
               WHEN 'LP'
                   ADD 1 TO WS-SU-QTD-LP(WS-SU-ACHOU)
               WHEN 'PG'
                   ADD 1 TO WS-SU-QTD-PG(WS-SU-ACHOU)
           END-EVALUATE.
           ADD 1 TO WS-SU-TOTAL(WS-SU-ACHOU).

       830-PROCURAR-USUARIO.
           IF WS-SU-USUARIO(WS-SU-IDX) = WS-CF-USUARIO-2
               MOVE WS-SU-IDX TO WS-SU-ACHOU
           END-IF.

       860-PROCURAR-LANCAMENTO.
           MOVE ZERO TO WS-LC-ACHOU.
           PERFORM 865-COMPARAR-LANCAMENTO
               VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-QTD OR WS-LC-ACHOU > ZERO.

       865-COMPARAR-LANCAMENTO.
           IF WS-LC-DOC(WS-LC-IDX) = WS-BUSCA-DOC AND
                   WS-LC-CNPJ(WS-LC-IDX) = WS-BUSCA-CNPJ
               MOVE WS-LC-IDX TO WS-LC-ACHOU
           END-IF.

       870-PROCURAR-PAGADOR.
           MOVE ZERO TO WS-PG-ACHOU.
           PERFORM 875-COMPARAR-PAGADOR
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-QTD OR WS-PG-ACHOU > ZERO.

       875-COMPARAR-PAGADOR.
           IF WS-PG-DOC(WS-PG-IDX) = WS-BUSCA-DOC AND
                   WS-PG-SEQ(WS-PG-IDX) = WS-BUSCA-SEQ
               MOVE WS-PG-IDX TO WS-PG-ACHOU
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
           MOVE 'AUDSEGR' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
