       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLASS.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLASS-FILE *> Reclassificacoes de centro/natureza apos o fechamento
               ASSIGN TO 'RECLASS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-RECLASS.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT RATEIO-FILE *> Rateio de uma conta entre centros de custo
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT CENTROC-FILE *> Cadastro de centros de custo
               ASSIGN TO 'CENTROC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-CENTROC.

           SELECT NATUREZA-FILE *> Tabela de naturezas de despesa
               ASSIGN TO 'NATUREZA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CODIGO
               FILE STATUS IS WS-STATUS-NATUREZA.

           SELECT FECHCOMP-FILE *> Competencias contabeis fechadas
               ASSIGN TO 'FECHCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-ANO-MES
               FILE STATUS IS WS-STATUS-FECHCOMP.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      *> UMA RECLASSIFICACAO POR LINHA: PARTE (OU TODO) DO VALOR DE UMA
      *> CONTA PAGA SAI DA CODIFICACAO ANTIGA (CENTRO/NATUREZA) E VAI
      *> PARA A NOVA NA DATA DA RECLASSIFICACAO. A CONTA EM SI NAO MUDA;
      *> O GLEXTRAT E OS RELATORIOS DE CENTRO/NATUREZA/ORCAMENTO LEEM
      *> ESTE ARQUIVO PARA MOVER O VALOR NO PERIODO DA RECLASSIFICACAO
       FD  RECLASS-FILE.
       01  RECLASS-REG.
           05 RC-CHAVE.
              10 RC-NUM-DOC       PIC 9(10).
              10 RC-CNPJ-FORN     PIC 9(14).
              10 RC-SEQ           PIC 9(02).
           05 RC-DATA-RECLASS     PIC 9(08).
           05 RC-CENTRO-ANTIGO    PIC X(06).
           05 RC-NATUREZA-ANTIGA  PIC X(04).
           05 RC-CENTRO-NOVO      PIC X(06).
           05 RC-NATUREZA-NOVA    PIC X(04).
           05 RC-VALOR            PIC 9(10)V99.
           05 RC-MOTIVO           PIC X(60).
           05 RC-USUARIO          PIC X(10).
           05 RC-DATA-HORA        PIC 9(14).

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

       FD  RATEIO-FILE.
       01  RATEIO-REG.
           05 RA-CHAVE.
              10 RA-NUM-DOC       PIC 9(10).
              10 RA-CNPJ-FORN     PIC 9(14).
              10 RA-SEQ           PIC 9(02).
           05 RA-CENTRO-CUSTO     PIC X(06).
           05 RA-PERCENTUAL       PIC 9(03)V99.
           05 RA-VALOR            PIC 9(10)V99.
           05 RA-NATUREZA         PIC X(04).

       FD  CENTROC-FILE.
       01  CENTROC-REG.
           05 CC-CODIGO        PIC X(06).
           05 CC-DESCRICAO     PIC X(30).
           05 CC-RESPONSAVEL   PIC X(10).
           05 CC-CENTRO-PAI    PIC X(06).
           05 CC-ATIVO         PIC X(01).

       FD  NATUREZA-FILE.
       01  NATUREZA-REG.
           05 NT-CODIGO        PIC X(04).
           05 NT-DESCRICAO     PIC X(30).

       FD  FECHCOMP-FILE.
       01  FECHCOMP-REG.
           05 FC-ANO-MES       PIC 9(06).
           05 FC-DATA-FECHAMENTO PIC 9(08).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECLASS       PIC X(2).
           88 STATUS-OK-RC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RC VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-RATEIO        PIC X(2).
           88 STATUS-OK-RA           VALUE '00'.
       01 WS-STATUS-CENTROC       PIC X(2).
           88 STATUS-OK-CC           VALUE '00'.
       01 WS-STATUS-NATUREZA      PIC X(2).
           88 STATUS-OK-NT           VALUE '00'.
       01 WS-STATUS-FECHCOMP      PIC X(2).
           88 STATUS-OK-FC           VALUE '00'.
       01 WS-STATUS-SESSAO        PIC X(2).
           88 STATUS-OK-SS           VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA           PIC 9(08).
           05 WS-DHS-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-RESPOSTA             PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-CONTA-ACHADA         PIC X(01).
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-NUM-DOC              PIC 9(10).
       01 WS-CNPJ-FORN            PIC 9(14).
       01 WS-COMPETENCIA-FECHADA  PIC X(01).
       01 WS-DATA-COMPETENCIA     PIC 9(08).
       01 WS-CODIGO-OK            PIC X(01).

      *> CODIFICACAO VIGENTE DA CONTA: AS LINHAS DO RATEIO (OU O
      *> CABECALHO, SEM RATEIO) COM AS RECLASSIFICACOES ANTERIORES JA
      *> APLICADAS. A NOVA RECLASSIFICACAO SAI DE UMA DESSAS LINHAS
       01 WS-COD-QTD              PIC 9(02) VALUE ZERO.
       01 WS-COD-IDX              PIC 9(02).
       01 WS-COD-ACHOU            PIC 9(02).
       01 WS-COD-ESCOLHA          PIC 9(02).
       01 WS-COD-CENTRO-BUSCA     PIC X(06).
       01 WS-COD-NATUREZA-BUSCA   PIC X(04).
       01 WS-COD-TAB.
           05 WS-COD-ITEM OCCURS 30 TIMES.
              10 WS-COD-CENTRO    PIC X(06).
              10 WS-COD-NATUREZA  PIC X(04).
              10 WS-COD-VALOR     PIC S9(10)V99.
       01 WS-PROXIMO-SEQ          PIC 9(02).

       01 WS-CENTRO-NOVO          PIC X(06).
       01 WS-NATUREZA-NOVA        PIC X(04).
       01 WS-VALOR-RECLASS        PIC 9(10)V99.
       01 WS-MOTIVO               PIC X(60).

      *> LISTAGEM DE AUDITORIA
       01 WS-DATA-DE              PIC 9(08).
       01 WS-DATA-ATE             PIC 9(08).
       01 WS-QTD-LISTADAS         PIC 9(05).
       01 WS-TOTAL-LISTADO        PIC 9(12)V99.

       PROCEDURE DIVISION.
      *> RECLASSIFICACAO CONTABIL: CONTA PAGA CODIFICADA NO CENTRO DE
      *> CUSTO OU NA NATUREZA ERRADA, DESCOBERTA DEPOIS DO FECHAMENTO DA
      *> COMPETENCIA. A CONTA FICA COMO ESTAVA (OS RELATORIOS JA
      *> ENTREGUES NAO MUDAM) E A CORRECAO ENTRA NO PERIODO EM ABERTO
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-RECLASS UNTIL WS-OPCAO = 'S'.
           GOBACK.

       150-LER-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       200-MENU-RECLASS.
           DISPLAY "--- Reclassificacao de Centro de Custo/Natureza ---".
           DISPLAY "R - Registrar reclassificacao de uma conta paga".
           DISPLAY "C - Consultar reclassificacoes de uma conta".
           DISPLAY "L - Listagem de auditoria das reclassificacoes".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 300-REGISTRAR-RECLASS
               WHEN 'C'
                   PERFORM 400-CONSULTAR-CONTA
               WHEN 'L'
                   PERFORM 500-LISTAGEM-AUDITORIA
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       250-LER-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA.
           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT WS-NUM-DOC.
           DISPLAY "CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-FORN.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-DOC TO CP-NUM-DOC.
           MOVE WS-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta nao encontrada."
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
                   DISPLAY "Conta emitida em " CP-DATA-EMISSAO
                           " centro " CP-CENTRO-CUSTO " natureza "
                           CP-NATUREZA " valor " CP-VALOR
                           " situacao " CP-SITUACAO
           END-READ.
           CLOSE CONTAPAGAR-FILE.

      *> SO CONTA PAGA, DE COMPETENCIA JA FECHADA (ANTES DO FECHAMENTO A
      *> CORRECAO E FEITA NO PROPRIO CADASTRO DA CONTA), E COM O MES
      *> CORRENTE AINDA ABERTO PARA RECEBER O LANCAMENTO
       300-REGISTRAR-RECLASS.
           DISPLAY "--- Registrar Reclassificacao ---".
           PERFORM 250-LER-CONTA.
           IF WS-CONTA-ACHADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO NOT = 'P'
               DISPLAY "ERRO: so conta paga pode ser reclassificada."
               EXIT PARAGRAPH
           END-IF.
           IF CP-NATUREZA = 'CAUC' OR CP-NATUREZA = 'EMPR'
               DISPLAY "ERRO: caucao e financiamento nao sao despesa; "
                       "nao ha o que reclassificar."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE CP-DATA-EMISSAO TO WS-DATA-COMPETENCIA.
           PERFORM 950-VERIFICAR-COMPETENCIA.
           IF WS-COMPETENCIA-FECHADA = 'N'
               DISPLAY "ERRO: competencia " CP-DATA-EMISSAO(1:6)
                       " ainda aberta; corrija pelo cadastro da conta."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-HOJE TO WS-DATA-COMPETENCIA.
           PERFORM 950-VERIFICAR-COMPETENCIA.
           IF WS-COMPETENCIA-FECHADA = 'S'
               DISPLAY "ERRO: competencia corrente " WS-DATA-HOJE(1:6)
                       " ja fechada; reabra antes de reclassificar."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 310-MONTAR-CODIFICACAO.
           DISPLAY "Codificacao vigente da conta:".
           PERFORM 330-EXIBIR-LINHA-COD
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > WS-COD-QTD.
           DISPLAY "Linha a reclassificar: " WITH NO ADVANCING.
           MOVE ZERO TO WS-COD-ESCOLHA.
           ACCEPT WS-COD-ESCOLHA.
           IF WS-COD-ESCOLHA = ZERO OR WS-COD-ESCOLHA > WS-COD-QTD
               DISPLAY "ERRO: linha invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-COD-VALOR(WS-COD-ESCOLHA) NOT > ZERO
               DISPLAY "ERRO: a linha nao tem mais valor a reclassificar."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Novo centro de custo (ENTER = "
                   WS-COD-CENTRO(WS-COD-ESCOLHA) "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CENTRO-NOVO.
           ACCEPT WS-CENTRO-NOVO.
           MOVE FUNCTION UPPER-CASE(WS-CENTRO-NOVO) TO WS-CENTRO-NOVO.
           IF WS-CENTRO-NOVO = SPACES
               MOVE WS-COD-CENTRO(WS-COD-ESCOLHA) TO WS-CENTRO-NOVO
           END-IF.
           DISPLAY "Nova natureza (ENTER = "
                   WS-COD-NATUREZA(WS-COD-ESCOLHA) "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-NATUREZA-NOVA.
           ACCEPT WS-NATUREZA-NOVA.
           MOVE FUNCTION UPPER-CASE(WS-NATUREZA-NOVA) TO WS-NATUREZA-NOVA.
           IF WS-NATUREZA-NOVA = SPACES
               MOVE WS-COD-NATUREZA(WS-COD-ESCOLHA) TO WS-NATUREZA-NOVA
           END-IF.
           IF WS-CENTRO-NOVO = WS-COD-CENTRO(WS-COD-ESCOLHA) AND
                   WS-NATUREZA-NOVA = WS-COD-NATUREZA(WS-COD-ESCOLHA)
               DISPLAY "ERRO: a nova codificacao e igual a atual."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NATUREZA-NOVA = 'CAUC' OR WS-NATUREZA-NOVA = 'EMPR'
               DISPLAY "ERRO: natureza reservada a caucao/financiamento."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 340-VALIDAR-CODIFICACAO.
           IF WS-CODIGO-OK = 'N'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Valor a reclassificar (0 = toda a linha, "
                   WS-COD-VALOR(WS-COD-ESCOLHA) "): " WITH NO ADVANCING.
           MOVE ZERO TO WS-VALOR-RECLASS.
           ACCEPT WS-VALOR-RECLASS.
           IF WS-VALOR-RECLASS = ZERO
               MOVE WS-COD-VALOR(WS-COD-ESCOLHA) TO WS-VALOR-RECLASS
           END-IF.
           IF WS-VALOR-RECLASS > WS-COD-VALOR(WS-COD-ESCOLHA)
               DISPLAY "ERRO: valor maior que o da linha."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo da reclassificacao: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "ERRO: o motivo e obrigatorio."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reclassificar " WS-VALOR-RECLASS " de "
                   WS-COD-CENTRO(WS-COD-ESCOLHA) "/"
                   WS-COD-NATUREZA(WS-COD-ESCOLHA) " para "
                   WS-CENTRO-NOVO "/" WS-NATUREZA-NOVA
                   " em " WS-DATA-HOJE ". Confirma (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "Reclassificacao nao gravada."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RECLASS-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RC
               OPEN OUTPUT RECLASS-FILE
               CLOSE RECLASS-FILE
               OPEN I-O RECLASS-FILE
           END-IF.
           IF NOT STATUS-OK-RC
               DISPLAY "ERRO ao abrir arquivo de reclassificacoes. "
                       "Status: " WS-STATUS-RECLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO RC-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RC-CNPJ-FORN.
           MOVE WS-PROXIMO-SEQ TO RC-SEQ.
           MOVE WS-DATA-HOJE TO RC-DATA-RECLASS.
           MOVE WS-COD-CENTRO(WS-COD-ESCOLHA) TO RC-CENTRO-ANTIGO.
           MOVE WS-COD-NATUREZA(WS-COD-ESCOLHA) TO RC-NATUREZA-ANTIGA.
           MOVE WS-CENTRO-NOVO TO RC-CENTRO-NOVO.
           MOVE WS-NATUREZA-NOVA TO RC-NATUREZA-NOVA.
           MOVE WS-VALOR-RECLASS TO RC-VALOR.
           MOVE WS-MOTIVO TO RC-MOTIVO.
           MOVE WS-USUARIO-SESSAO TO RC-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-DATA-HORA.
           WRITE RECLASS-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar reclassificacao. Status: "
                           WS-STATUS-RECLASS
               NOT INVALID KEY
                   DISPLAY "Reclassificacao " RC-SEQ " gravada. O "
                           "lancamento sai no extrato GL do periodo."
           END-WRITE.
           CLOSE RECLASS-FILE.

      *> PARTE DO RATEIO (OU DO CABECALHO) E APLICA POR CIMA AS
      *> RECLASSIFICACOES JA GRAVADAS, NA ORDEM EM QUE FORAM FEITAS;
      *> DEVOLVE TAMBEM A PROXIMA SEQUENCIA LIVRE DA CONTA
       310-MONTAR-CODIFICACAO.
           MOVE ZERO TO WS-COD-QTD.
           OPEN INPUT RATEIO-FILE.
           IF STATUS-OK-RA
               MOVE CP-NUM-DOC TO RA-NUM-DOC
               MOVE CP-CNPJ-FORN TO RA-CNPJ-FORN
               MOVE ZERO TO RA-SEQ
               MOVE 'N' TO WS-FIM-LEITURA
               START RATEIO-FILE KEY IS GREATER THAN OR EQUAL TO RA-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 315-LER-LINHA-RATEIO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE RATEIO-FILE.
           IF WS-COD-QTD = ZERO
               MOVE CP-CENTRO-CUSTO TO WS-COD-CENTRO-BUSCA
               MOVE CP-NATUREZA TO WS-COD-NATUREZA-BUSCA
               PERFORM 325-POSICIONAR-CODIFICACAO
               MOVE CP-VALOR TO WS-COD-VALOR(WS-COD-ACHOU)
           END-IF.

           MOVE 1 TO WS-PROXIMO-SEQ.
           OPEN INPUT RECLASS-FILE.
           IF NOT STATUS-OK-RC
               CLOSE RECLASS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO RC-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RC-CNPJ-FORN.
           MOVE ZERO TO RC-SEQ.
           MOVE 'N' TO WS-FIM-LEITURA.
           START RECLASS-FILE KEY IS GREATER THAN OR EQUAL TO RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 320-APLICAR-RECLASS-ANTERIOR
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RECLASS-FILE.

       315-LER-LINHA-RATEIO.
           READ RATEIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RA-NUM-DOC NOT = CP-NUM-DOC OR
                   RA-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           MOVE RA-CENTRO-CUSTO TO WS-COD-CENTRO-BUSCA.
           IF RA-NATUREZA NOT = SPACES
               MOVE RA-NATUREZA TO WS-COD-NATUREZA-BUSCA
           ELSE
               MOVE CP-NATUREZA TO WS-COD-NATUREZA-BUSCA
           END-IF.
           PERFORM 325-POSICIONAR-CODIFICACAO.
           IF WS-COD-ACHOU > ZERO
               ADD RA-VALOR TO WS-COD-VALOR(WS-COD-ACHOU)
           END-IF.

       320-APLICAR-RECLASS-ANTERIOR.
           READ RECLASS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RC-NUM-DOC NOT = CP-NUM-DOC OR
                   RC-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PROXIMO-SEQ = RC-SEQ + 1.
           MOVE RC-CENTRO-ANTIGO TO WS-COD-CENTRO-BUSCA.
           MOVE RC-NATUREZA-ANTIGA TO WS-COD-NATUREZA-BUSCA.
           PERFORM 325-POSICIONAR-CODIFICACAO.
           IF WS-COD-ACHOU > ZERO
               SUBTRACT RC-VALOR FROM WS-COD-VALOR(WS-COD-ACHOU)
           END-IF.
           MOVE RC-CENTRO-NOVO TO WS-COD-CENTRO-BUSCA.
           MOVE RC-NATUREZA-NOVA TO WS-COD-NATUREZA-BUSCA.
           PERFORM 325-POSICIONAR-CODIFICACAO.
           IF WS-COD-ACHOU > ZERO
               ADD RC-VALOR TO WS-COD-VALOR(WS-COD-ACHOU)
           END-IF.

      *> PROCURA CENTRO+NATUREZA NA TABELA; SE NAO ACHAR, ABRE UMA
      *> POSICAO NOVA ZERADA. WS-COD-ACHOU FICA ZERO COM A TABELA CHEIA
       325-POSICIONAR-CODIFICACAO.
           MOVE ZERO TO WS-COD-ACHOU.
           PERFORM 326-PROCURAR-CODIFICACAO
               VARYING WS-COD-IDX FROM 1 BY 1
               UNTIL WS-COD-IDX > WS-COD-QTD.
           IF WS-COD-ACHOU = ZERO AND WS-COD-QTD < 30
               ADD 1 TO WS-COD-QTD
               MOVE WS-COD-CENTRO-BUSCA TO WS-COD-CENTRO(WS-COD-QTD)
               MOVE WS-COD-NATUREZA-BUSCA TO WS-COD-NATUREZA(WS-COD-QTD)
               MOVE ZERO TO WS-COD-VALOR(WS-COD-QTD)
               MOVE WS-COD-QTD TO WS-COD-ACHOU
           END-IF.

       326-PROCURAR-CODIFICACAO.
           IF WS-COD-ACHOU = ZERO AND
                   WS-COD-CENTRO(WS-COD-IDX) = WS-COD-CENTRO-BUSCA AND
                   WS-COD-NATUREZA(WS-COD-IDX) = WS-COD-NATUREZA-BUSCA
               MOVE WS-COD-IDX TO WS-COD-ACHOU
           END-IF.

       330-EXIBIR-LINHA-COD.
           DISPLAY "  " WS-COD-IDX " - centro " WS-COD-CENTRO(WS-COD-IDX)
                   " natureza " WS-COD-NATUREZA(WS-COD-IDX)
                   " valor " WS-COD-VALOR(WS-COD-IDX).

      *> O CENTRO NOVO TEM DE ESTAR CADASTRADO E ATIVO; A NATUREZA NOVA,
      *> SE INFORMADA, CADASTRADA NA TABELA DE NATUREZAS
       340-VALIDAR-CODIFICACAO.
           MOVE 'S' TO WS-CODIGO-OK.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CC
               DISPLAY "ERRO: cadastro de centros de custo indisponivel."
               MOVE 'N' TO WS-CODIGO-OK
               CLOSE CENTROC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CENTRO-NOVO TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   DISPLAY "ERRO: centro de custo nao cadastrado."
                   MOVE 'N' TO WS-CODIGO-OK
               NOT INVALID KEY
                   IF CC-ATIVO NOT = 'A'
                       DISPLAY "ERRO: centro de custo inativo."
                       MOVE 'N' TO WS-CODIGO-OK
                   END-IF
           END-READ.
           CLOSE CENTROC-FILE.
           IF WS-CODIGO-OK = 'N' OR WS-NATUREZA-NOVA = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT NATUREZA-FILE.
           IF NOT STATUS-OK-NT
               CLOSE NATUREZA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NATUREZA-NOVA TO NT-CODIGO.
           READ NATUREZA-FILE
               INVALID KEY
                   DISPLAY "ERRO: natureza nao cadastrada."
                   MOVE 'N' TO WS-CODIGO-OK
           END-READ.
           CLOSE NATUREZA-FILE.

       400-CONSULTAR-CONTA.
           DISPLAY "--- Reclassificacoes de uma Conta ---".
           PERFORM 250-LER-CONTA.
           IF WS-CONTA-ACHADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RECLASS-FILE.
           IF NOT STATUS-OK-RC
               DISPLAY "AVISO: Nenhuma reclassificacao registrada."
               CLOSE RECLASS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LISTADAS.
           MOVE CP-NUM-DOC TO RC-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RC-CNPJ-FORN.
           MOVE ZERO TO RC-SEQ.
           MOVE 'N' TO WS-FIM-LEITURA.
           START RECLASS-FILE KEY IS GREATER THAN OR EQUAL TO RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LER-RECLASS-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RECLASS-FILE.
           IF WS-QTD-LISTADAS = ZERO
               DISPLAY "A conta nao tem reclassificacoes."
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       410-LER-RECLASS-CONTA.
           READ RECLASS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RC-NUM-DOC NOT = CP-NUM-DOC OR
                   RC-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-LISTADAS.
           DISPLAY RC-SEQ " " RC-DATA-RECLASS " " RC-CENTRO-ANTIGO "/"
                   RC-NATUREZA-ANTIGA " -> " RC-CENTRO-NOVO "/"
                   RC-NATUREZA-NOVA " " RC-VALOR " " RC-USUARIO.
           DISPLAY "   motivo: " RC-MOTIVO.

      *> TODAS AS RECLASSIFICACOES DO PERIODO (PELA DATA DA
      *> RECLASSIFICACAO), COM QUEM FEZ E POR QUE, PARA A AUDITORIA
       500-LISTAGEM-AUDITORIA.
           DISPLAY "--- Listagem de Auditoria das Reclassificacoes ---".
           DISPLAY "Data inicial (AAAAMMDD, 0 = desde o inicio): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-DE.
           ACCEPT WS-DATA-DE.
           DISPLAY "Data final   (AAAAMMDD, 0 = ate hoje): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-ATE.
           ACCEPT WS-DATA-ATE.
           IF WS-DATA-ATE = ZERO
               MOVE 99999999 TO WS-DATA-ATE
           END-IF.

           OPEN INPUT RECLASS-FILE.
           IF NOT STATUS-OK-RC
               DISPLAY "AVISO: Nenhuma reclassificacao registrada."
               CLOSE RECLASS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RECLASS_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE "------- RECLASSIFICACOES DE CENTRO/NATUREZA -------"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  CNPJ           SQ DATA     DE CC/NAT    "
                  "PARA CC/NAT  VALOR        USUARIO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-LISTADAS WS-TOTAL-LISTADO.
           MOVE LOW-VALUES TO RC-CHAVE.
           MOVE 'N' TO WS-FIM-LEITURA.
           START RECLASS-FILE KEY IS GREATER THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-LER-RECLASS-PERIODO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RECLASS-FILE.

           MOVE SPACES TO WS-LINHA.
           STRING "Reclassificacoes listadas: " WS-QTD-LISTADAS
                  "  Valor total: " WS-TOTAL-LISTADO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       510-LER-RECLASS-PERIODO.
           READ RECLASS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RC-DATA-RECLASS < WS-DATA-DE OR
                   RC-DATA-RECLASS > WS-DATA-ATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-LISTADAS.
           ADD RC-VALOR TO WS-TOTAL-LISTADO.
           MOVE SPACES TO WS-LINHA.
           STRING RC-NUM-DOC " " RC-CNPJ-FORN " " RC-SEQ " "
                  RC-DATA-RECLASS " " RC-CENTRO-ANTIGO "/"
                  RC-NATUREZA-ANTIGA " " RC-CENTRO-NOVO "/"
                  RC-NATUREZA-NOVA " " RC-VALOR " " RC-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "   motivo: " RC-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

      *> CONSULTA O CONTROLE DE COMPETENCIAS: A DATA EM
      *> WS-DATA-COMPETENCIA CAI EM MES FECHADO PELO SUPERVISOR?
      *> SEM ARQUIVO DE CONTROLE, NADA ESTA FECHADO
       950-VERIFICAR-COMPETENCIA.
           MOVE 'N' TO WS-COMPETENCIA-FECHADA.
           OPEN INPUT FECHCOMP-FILE.
           IF NOT STATUS-OK-FC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-COMPETENCIA(1:6) TO FC-ANO-MES.
           READ FECHCOMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-COMPETENCIA-FECHADA
           END-READ.
           CLOSE FECHCOMP-FILE.
