       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCPREP.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCVERS-FILE *> Versoes da proposta de orcamento anual
               ASSIGN TO 'ORCVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CHAVE
               FILE STATUS IS WS-STATUS-ORCVERS.

           SELECT ORCPREP-FILE *> Linhas centro/mes de cada versao da proposta
               ASSIGN TO 'ORCPREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS WS-STATUS-ORCPREP.

           SELECT ORCAMENTO-FILE
               ASSIGN TO 'ORCAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-STATUS-ORCAMENTO.

           SELECT CENTROC-FILE *> Cadastro de centros de custo
               ASSIGN TO 'CENTROC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-CENTROC.

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

           SELECT APROVADOR-FILE *> Cadastro de aprovadores de alcada
               ASSIGN TO 'APROVADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CODIGO
               FILE STATUS IS WS-STATUS-APROVADOR.

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
      *> CABECALHO DE CADA VERSAO DA PROPOSTA DE UM ANO: DE ONDE VEIO A
      *> BASE ('R' REALIZADO DO ANO ANTERIOR, 'O' ORCADO DO ANO ANTERIOR,
      *> 'V' COPIA DE OUTRA VERSAO), O CRESCIMENTO GERAL, A SAZONALIDADE
      *> ('H' A DA BASE, 'L' LINEAR, 'P' PERFIL DIGITADO) E A SITUACAO
      *> ('R' RASCUNHO, 'A' APROVADA, 'S' SUBSTITUIDA POR OUTRA APROVADA)
       FD  ORCVERS-FILE.
       01  ORCVERS-REG.
           05 OV-CHAVE.
              10 OV-ANO           PIC 9(04).
              10 OV-VERSAO        PIC 9(02).
           05 OV-ORIGEM           PIC X(01).
           05 OV-ANO-BASE         PIC 9(04).
           05 OV-VERSAO-BASE      PIC 9(02).
           05 OV-PERC-GERAL       PIC S9(03)V99.
           05 OV-SAZONALIDADE     PIC X(01).
           05 OV-SITUACAO         PIC X(01).
           05 OV-DESCRICAO        PIC X(40).
           05 OV-USUARIO          PIC X(10).
           05 OV-DATA-HORA        PIC 9(14).
           05 OV-APROVADOR        PIC X(06).
           05 OV-DATA-APROVACAO   PIC 9(08).

      *> UMA LINHA POR CENTRO E MES DA VERSAO; O RESPONSAVEL PELO CENTRO
      *> AJUSTA O PROPOSTO E MARCA O CENTRO COMO REVISADO
       FD  ORCPREP-FILE.
       01  ORCPREP-REG.
           05 OP-CHAVE.
              10 OP-ANO           PIC 9(04).
              10 OP-VERSAO        PIC 9(02).
              10 OP-CENTRO-CUSTO  PIC X(06).
              10 OP-MES           PIC 9(02).
           05 OP-VALOR-BASE       PIC 9(10)V99.
           05 OP-VALOR-PROPOSTO   PIC 9(10)V99.
           05 OP-PERC-APLICADO    PIC S9(03)V99.
           05 OP-REVISADO         PIC X(01).
           05 OP-USUARIO          PIC X(10).
           05 OP-DATA-HORA        PIC 9(14).

       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REG.
           05 OR-CHAVE.
              10 OR-CENTRO-CUSTO  PIC X(06).
              10 OR-ANO-MES       PIC 9(06).
           05 OR-VALOR-ORCADO     PIC 9(10)V99.

       FD  CENTROC-FILE.
       01  CENTROC-REG.
           05 CC-CODIGO        PIC X(06).
           05 CC-DESCRICAO     PIC X(30).
           05 CC-RESPONSAVEL   PIC X(10).
           05 CC-CENTRO-PAI    PIC X(06).
           05 CC-ATIVO         PIC X(01).

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

       FD  APROVADOR-FILE.
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ORCVERS       PIC X(2).
           88 STATUS-OK-OV           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-OV VALUE '35'.
       01 WS-STATUS-ORCPREP       PIC X(2).
           88 STATUS-OK-OP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-OP VALUE '35'.
       01 WS-STATUS-ORCAMENTO     PIC X(2).
           88 STATUS-OK-ORC          VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-ORC VALUE '35'.
       01 WS-STATUS-CENTROC       PIC X(2).
           88 STATUS-OK-CC           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-RATEIO        PIC X(2).
           88 STATUS-OK-RA           VALUE '00'.
       01 WS-STATUS-APROVADOR     PIC X(2).
           88 STATUS-OK-AP           VALUE '00'.
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
       01 WS-FIM-RATEIO           PIC X(01).
       01 WS-RAT-TEM              PIC X(01).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO        PIC X(01) VALUE 'O'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-VALOR-ABS            PIC 9(12)V99.
       01 WS-PERC-ABS             PIC 9(03)V99.
       01 WS-SINAL                PIC X(01).

      *> VERSAO EM TRABALHO
       01 WS-ANO                  PIC 9(04).
       01 WS-VERSAO               PIC 9(02).
       01 WS-VERSAO-NOVA          PIC 9(02).
       01 WS-VERSAO-APROVADA      PIC 9(02).
       01 WS-VERSAO-RASCUNHO      PIC 9(02).
       01 WS-VERSAO-ACHADA        PIC X(01).
       01 WS-ORIGEM               PIC X(01).
       01 WS-ANO-BASE             PIC 9(04).
       01 WS-VERSAO-BASE          PIC 9(02).
       01 WS-PERC-GERAL           PIC S9(03)V99.
       01 WS-SAZONALIDADE         PIC X(01).
       01 WS-DESCRICAO            PIC X(40).
       01 WS-DESCARTADOS          PIC 9(05).

      *> CENTROS ATIVOS DO CADASTRO, COM A BASE E O PROPOSTO DE CADA
      *> MES; O PAI E GUARDADO PARA ACHAR O CRESCIMENTO DO RAMO
       01 WS-CTR-QTD              PIC 9(03) VALUE ZERO.
       01 WS-CTR-IDX              PIC 9(03).
       01 WS-CTR-ACHOU            PIC 9(03).
       01 WS-CTR-TAB.
           05 WS-CTR-ITEM OCCURS 200 TIMES.
              10 WS-CTR-CODIGO    PIC X(06).
              10 WS-CTR-PAI       PIC X(06).
              10 WS-CTR-PERC      PIC S9(03)V99.
              10 WS-CTR-BASE      PIC 9(10)V99 OCCURS 12 TIMES.
              10 WS-CTR-PROP      PIC 9(10)V99 OCCURS 12 TIMES.
       01 WS-MES-IDX              PIC 9(02).
       01 WS-BUSCA-CENTRO         PIC X(06).
       01 WS-ACUM-CENTRO          PIC X(06).
       01 WS-ACUM-MES             PIC 9(02).
       01 WS-ACUM-VALOR           PIC 9(10)V99.

      *> CRESCIMENTO POR CENTRO OU POR RAMO DA HIERARQUIA: O PERCENTUAL
      *> DIGITADO PARA UM CENTRO VALE PARA ELE E PARA OS FILHOS; VALE O
      *> DO ANCESTRAL MAIS PROXIMO, E SEM NENHUM, O CRESCIMENTO GERAL
       01 WS-FAT-QTD              PIC 9(02) VALUE ZERO.
       01 WS-FAT-IDX              PIC 9(02).
       01 WS-FAT-CENTRO-DIG       PIC X(06).
       01 WS-FAT-PERC-DIG         PIC S9(03)V99.
       01 WS-FAT-TAB.
           05 WS-FAT-ITEM OCCURS 50 TIMES.
              10 WS-FAT-CENTRO    PIC X(06).
              10 WS-FAT-PERC      PIC S9(03)V99.
       01 WS-PERC-ACHADO          PIC X(01).
       01 WS-PERC-CENTRO          PIC S9(03)V99.
       01 WS-NIVEL                PIC 9(02).

      *> SAZONALIDADE POR PERFIL: PERCENTUAL DO TOTAL ANUAL EM CADA MES
       01 WS-PERFIL-TAB.
           05 WS-PERFIL-MES       PIC 9(03)V99 OCCURS 12 TIMES.
       01 WS-PERFIL-SOMA          PIC 9(04)V99.
       01 WS-TOTAL-ANUAL          PIC 9(12)V99.
       01 WS-DISTRIBUIDO          PIC S9(12)V99.
       01 WS-ULTIMO-MES           PIC S9(12)V99.

      *> REVISAO DO RESPONSAVEL
       01 WS-CENTRO-REVISAO       PIC X(06).
       01 WS-MES-AJUSTE           PIC 9(02).
       01 WS-VALOR-AJUSTE         PIC 9(10)V99.
       01 WS-TOTAL-CENTRO         PIC 9(12)V99.
       01 WS-TOTAL-BASE-CENTRO    PIC 9(12)V99.

      *> APROVACAO PELO CONTROLADOR: CODIGO E SENHA DE UM APROVADOR,
      *> CONFERIDA PELO SENHACRP, COMO NAS MEXIDAS DO CADORCA
       01 WS-APROVADOR-COD        PIC X(06).
       01 WS-APROVADOR-SENHA      PIC X(10).
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).
       01 WS-APROVACAO-OK         PIC X(01).
       01 WS-QTD-NAO-REVISADOS    PIC 9(03).
       01 WS-QTD-ORC-EXISTENTES   PIC 9(05).
       01 WS-QTD-GRAVADOS         PIC 9(05).
       01 WS-CENTRO-ANTERIOR      PIC X(06).

      *> COMPARACAO ENTRE DUAS VERSOES, POR CENTRO NO ANO
       01 WS-VERSAO-A             PIC 9(02).
       01 WS-VERSAO-B             PIC 9(02).
       01 WS-CMP-QTD              PIC 9(03) VALUE ZERO.
       01 WS-CMP-IDX              PIC 9(03).
       01 WS-CMP-ACHOU            PIC 9(03).
       01 WS-CMP-TAB.
           05 WS-CMP-ITEM OCCURS 200 TIMES.
              10 WS-CMP-CENTRO    PIC X(06).
              10 WS-CMP-TOTAL-A   PIC 9(12)V99.
              10 WS-CMP-TOTAL-B   PIC 9(12)V99.
       01 WS-CMP-DIFERENCA        PIC S9(12)V99.
       01 WS-CMP-GERAL-A          PIC 9(12)V99.
       01 WS-CMP-GERAL-B          PIC 9(12)V99.

       PROCEDURE DIVISION.
      *> CICLO ANUAL DO ORCAMENTO: O CONTROLADOR GERA UM RASCUNHO DO ANO
      *> SEGUINTE A PARTIR DO REALIZADO OU DO ORCADO DO ANO CORRENTE,
      *> COM CRESCIMENTO POR CENTRO/RAMO E SAZONALIDADE; CADA RESPONSAVEL
      *> (CC-RESPONSAVEL) REVISA O SEU CENTRO; A APROVACAO COPIA A
      *> VERSAO PARA O ORCAMENTO.DAT OFICIAL. AS VERSOES FICAM GUARDADAS
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 200-MENU-PREPARACAO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-PREPARACAO.
           DISPLAY "--- Preparacao do Orcamento Anual ---".
           DISPLAY "G - Gerar versao da proposta (rascunho)".
           DISPLAY "R - Revisar/ajustar a proposta de um centro".
           DISPLAY "A - Aprovar versao (vira o orcamento oficial)".
           DISPLAY "C - Comparar duas versoes".
           DISPLAY "L - Listar versoes de um ano".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 300-GERAR-VERSAO
               WHEN 'R'
                   PERFORM 500-REVISAR-CENTRO
               WHEN 'A'
                   PERFORM 600-APROVAR-VERSAO
               WHEN 'C'
                   PERFORM 700-COMPARAR-VERSOES
               WHEN 'L'
                   PERFORM 800-LISTAR-VERSOES
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> PERCORRE AS VERSOES DO ANO EM WS-ANO: DEVOLVE A PROXIMA LIVRE,
      *> A APROVADA E O ULTIMO RASCUNHO (ZERO QUANDO NAO HA)
       250-SITUAR-VERSOES.
           MOVE 1 TO WS-VERSAO-NOVA.
           MOVE ZERO TO WS-VERSAO-APROVADA WS-VERSAO-RASCUNHO.
           OPEN INPUT ORCVERS-FILE.
           IF NOT STATUS-OK-OV
               CLOSE ORCVERS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO TO OV-ANO.
           MOVE ZERO TO OV-VERSAO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCVERS-FILE KEY IS GREATER THAN OR EQUAL TO OV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 255-LER-VERSAO-ANO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ORCVERS-FILE.

       255-LER-VERSAO-ANO.
           READ ORCVERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OV-ANO NOT = WS-ANO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VERSAO-NOVA = OV-VERSAO + 1.
           IF OV-SITUACAO = 'A'
               MOVE OV-VERSAO TO WS-VERSAO-APROVADA
           END-IF.
           IF OV-SITUACAO = 'R'
               MOVE OV-VERSAO TO WS-VERSAO-RASCUNHO
           END-IF.

      *> LE O CABECALHO DA VERSAO WS-ANO/WS-VERSAO
       260-LER-CABECALHO-VERSAO.
           MOVE 'N' TO WS-VERSAO-ACHADA.
           OPEN INPUT ORCVERS-FILE.
           IF NOT STATUS-OK-OV
               CLOSE ORCVERS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO TO OV-ANO.
           MOVE WS-VERSAO TO OV-VERSAO.
           READ ORCVERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-VERSAO-ACHADA
           END-READ.
           CLOSE ORCVERS-FILE.

      *> O RASCUNHO NASCE PARA TODOS OS CENTROS ATIVOS DO CADASTRO, COM
      *> OS 12 MESES, MESMO OS QUE NAO TEM BASE (O RESPONSAVEL DIGITA)
       300-GERAR-VERSAO.
           DISPLAY "--- Gerar Versao da Proposta de Orcamento ---".
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: geracao da proposta restrita ao supervisor."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ano do orcamento (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           IF WS-ANO = ZERO
               DISPLAY "ERRO: ano invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 250-SITUAR-VERSOES.
           IF WS-VERSAO-NOVA > 99
               DISPLAY "ERRO: limite de versoes do ano atingido."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Base: R - realizado do ano anterior, "
                   "O - orcado do ano anterior, V - outra versao: "
                   WITH NO ADVANCING.
           ACCEPT WS-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-ORIGEM) TO WS-ORIGEM.
           IF WS-ORIGEM NOT = 'R' AND WS-ORIGEM NOT = 'O' AND
                   WS-ORIGEM NOT = 'V'
               DISPLAY "ERRO: base invalida."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VERSAO-BASE.
           COMPUTE WS-ANO-BASE = WS-ANO - 1.
           IF WS-ORIGEM = 'V'
               MOVE WS-ANO TO WS-ANO-BASE
               DISPLAY "Versao de origem: " WITH NO ADVANCING
               ACCEPT WS-VERSAO-BASE
               MOVE WS-VERSAO-BASE TO WS-VERSAO
               PERFORM 260-LER-CABECALHO-VERSAO
               IF WS-VERSAO-ACHADA = 'N'
                   DISPLAY "ERRO: versao de origem nao encontrada."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Crescimento geral (%, negativo para reducao): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-PERC-GERAL.
           ACCEPT WS-PERC-GERAL.
           IF WS-PERC-GERAL NOT > -100
               DISPLAY "ERRO: reducao de 100% ou mais nao faz sentido."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FAT-QTD.
           DISPLAY "Crescimento por centro ou ramo (centro em branco "
                   "encerra); o do centro pai vale para os filhos.".
           MOVE 'S' TO WS-RESPOSTA.
           PERFORM 310-DIGITAR-CRESCIMENTO
               UNTIL WS-RESPOSTA = 'N' OR WS-FAT-QTD = 50.

           DISPLAY "Sazonalidade: H - a da base, L - linear, "
                   "P - perfil mensal digitado: " WITH NO ADVANCING.
           ACCEPT WS-SAZONALIDADE.
           MOVE FUNCTION UPPER-CASE(WS-SAZONALIDADE) TO WS-SAZONALIDADE.
           IF WS-SAZONALIDADE NOT = 'H' AND WS-SAZONALIDADE NOT = 'L'
                   AND WS-SAZONALIDADE NOT = 'P'
               DISPLAY "ERRO: sazonalidade invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAZONALIDADE = 'P'
               MOVE ZERO TO WS-PERFIL-SOMA
               PERFORM 315-DIGITAR-PERFIL
                   VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12
               IF WS-PERFIL-SOMA NOT = 100
                   DISPLAY "ERRO: o perfil soma " WS-PERFIL-SOMA
                           "%, e precisa somar 100%."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Descricao da versao: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRICAO.
           ACCEPT WS-DESCRICAO.

           PERFORM 320-CARREGAR-CENTROS.
           IF WS-CTR-QTD = ZERO
               DISPLAY "ERRO: nenhum centro de custo ativo no cadastro."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DESCARTADOS.
           EVALUATE WS-ORIGEM
               WHEN 'R'
                   PERFORM 330-BASE-REALIZADO
               WHEN 'O'
                   PERFORM 335-BASE-ORCADO
               WHEN 'V'
                   PERFORM 338-BASE-VERSAO
           END-EVALUATE.
           IF WS-DESCARTADOS > ZERO
               DISPLAY "AVISO: " WS-DESCARTADOS " lancamento(s) da base "
                       "em centro inativo ou fora do cadastro ficaram "
                       "de fora."
           END-IF.
           PERFORM 350-CALCULAR-PROPOSTA
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-QTD.

           PERFORM 380-GRAVAR-VERSAO.

       310-DIGITAR-CRESCIMENTO.
           DISPLAY "Centro (ou pai do ramo): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FAT-CENTRO-DIG.
           ACCEPT WS-FAT-CENTRO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-FAT-CENTRO-DIG) TO WS-FAT-CENTRO-DIG.
           IF WS-FAT-CENTRO-DIG = SPACES
               MOVE 'N' TO WS-RESPOSTA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Crescimento do centro/ramo (%): " WITH NO ADVANCING.
           MOVE ZERO TO WS-FAT-PERC-DIG.
           ACCEPT WS-FAT-PERC-DIG.
           IF WS-FAT-PERC-DIG NOT > -100
               DISPLAY "ERRO: reducao de 100% ou mais nao faz sentido."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FAT-QTD.
           MOVE WS-FAT-CENTRO-DIG TO WS-FAT-CENTRO(WS-FAT-QTD).
           MOVE WS-FAT-PERC-DIG TO WS-FAT-PERC(WS-FAT-QTD).

       315-DIGITAR-PERFIL.
           DISPLAY "Percentual do ano no mes " WS-MES-IDX ": "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-PERFIL-MES(WS-MES-IDX).
           ACCEPT WS-PERFIL-MES(WS-MES-IDX).
           ADD WS-PERFIL-MES(WS-MES-IDX) TO WS-PERFIL-SOMA.

       320-CARREGAR-CENTROS.
           MOVE ZERO TO WS-CTR-QTD.
           INITIALIZE WS-CTR-TAB.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CC
               CLOSE CENTROC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CC-CODIGO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CENTROC-FILE KEY IS GREATER THAN CC-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 325-LER-PROXIMO-CENTRO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CENTROC-FILE.

       325-LER-PROXIMO-CENTRO.
           READ CENTROC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CC-ATIVO = 'A' AND WS-CTR-QTD < 200
                       ADD 1 TO WS-CTR-QTD
                       MOVE CC-CODIGO TO WS-CTR-CODIGO(WS-CTR-QTD)
                       MOVE CC-CENTRO-PAI TO WS-CTR-PAI(WS-CTR-QTD)
                   END-IF
           END-READ.

      *> REALIZADO DO ANO BASE PELA EMISSAO, COMO NO RELORCA: CONTA
      *> RATEADA ENTRA PELO CENTRO DE CADA LINHA DO RATEIO
       330-BASE-REALIZADO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: arquivo de contas indisponivel; base zerada."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RATEIO-FILE.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 331-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           CLOSE RATEIO-FILE.

       331-LER-PROXIMA-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-DATA-EMISSAO(1:4) NOT = WS-ANO-BASE OR
                   CP-SITUACAO = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-DATA-EMISSAO(5:2) TO WS-ACUM-MES.
           MOVE 'N' TO WS-RAT-TEM.
           IF STATUS-OK-RA
               MOVE CP-NUM-DOC TO RA-NUM-DOC
               MOVE CP-CNPJ-FORN TO RA-CNPJ-FORN
               MOVE ZERO TO RA-SEQ
               MOVE 'N' TO WS-FIM-RATEIO
               START RATEIO-FILE KEY IS GREATER THAN OR EQUAL TO RA-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-RATEIO
               END-START
               PERFORM 332-LER-LINHA-RATEIO UNTIL WS-FIM-RATEIO = 'Y'
           END-IF.
           IF WS-RAT-TEM = 'N'
               MOVE CP-CENTRO-CUSTO TO WS-ACUM-CENTRO
               MOVE CP-VALOR TO WS-ACUM-VALOR
               PERFORM 340-SOMAR-BASE
           END-IF.

       332-LER-LINHA-RATEIO.
           READ RATEIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-RATEIO
                   EXIT PARAGRAPH
           END-READ.
           IF RA-NUM-DOC NOT = CP-NUM-DOC OR
                   RA-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-RATEIO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-RAT-TEM.
           MOVE RA-CENTRO-CUSTO TO WS-ACUM-CENTRO.
           MOVE RA-VALOR TO WS-ACUM-VALOR.
           PERFORM 340-SOMAR-BASE.

       335-BASE-ORCADO.
           OPEN INPUT ORCAMENTO-FILE.
           IF NOT STATUS-OK-ORC
               DISPLAY "AVISO: nenhum orcamento cadastrado; base zerada."
               CLOSE ORCAMENTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO OR-CHAVE.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCAMENTO-FILE KEY IS GREATER THAN OR-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 336-LER-PROXIMO-ORCAMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ORCAMENTO-FILE.

       336-LER-PROXIMO-ORCAMENTO.
           READ ORCAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF OR-ANO-MES(1:4) = WS-ANO-BASE
                       MOVE OR-CENTRO-CUSTO TO WS-ACUM-CENTRO
                       MOVE OR-ANO-MES(5:2) TO WS-ACUM-MES
                       MOVE OR-VALOR-ORCADO TO WS-ACUM-VALOR
                       PERFORM 340-SOMAR-BASE
                   END-IF
           END-READ.

      *> NOVA RODADA SOBRE UMA VERSAO JA EXISTENTE: O PROPOSTO DELA
      *> VIRA A BASE DA NOVA
       338-BASE-VERSAO.
           OPEN INPUT ORCPREP-FILE.
           IF NOT STATUS-OK-OP
               CLOSE ORCPREP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO-BASE TO OP-VERSAO.
           MOVE LOW-VALUES TO OP-CENTRO-CUSTO.
           MOVE ZERO TO OP-MES.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCPREP-FILE KEY IS GREATER THAN OR EQUAL TO OP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 339-LER-LINHA-VERSAO-BASE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ORCPREP-FILE.

       339-LER-LINHA-VERSAO-BASE.
           READ ORCPREP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OP-ANO NOT = WS-ANO OR OP-VERSAO NOT = WS-VERSAO-BASE
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           MOVE OP-CENTRO-CUSTO TO WS-ACUM-CENTRO.
           MOVE OP-MES TO WS-ACUM-MES.
           MOVE OP-VALOR-PROPOSTO TO WS-ACUM-VALOR.
           PERFORM 340-SOMAR-BASE.

       340-SOMAR-BASE.
           IF WS-ACUM-MES < 1 OR WS-ACUM-MES > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACUM-CENTRO TO WS-BUSCA-CENTRO.
           PERFORM 345-LOCALIZAR-CENTRO.
           IF WS-CTR-ACHOU = ZERO
               ADD 1 TO WS-DESCARTADOS
           ELSE
               ADD WS-ACUM-VALOR TO WS-CTR-BASE(WS-CTR-ACHOU, WS-ACUM-MES)
           END-IF.

       345-LOCALIZAR-CENTRO.
           MOVE ZERO TO WS-CTR-ACHOU.
           PERFORM 346-COMPARAR-CENTRO
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-QTD OR WS-CTR-ACHOU > ZERO.

       346-COMPARAR-CENTRO.
           IF WS-CTR-CODIGO(WS-CTR-IDX) = WS-BUSCA-CENTRO
               MOVE WS-CTR-IDX TO WS-CTR-ACHOU
           END-IF.

      *> CRESCIMENTO DO CENTRO (O DO PROPRIO CENTRO OU DO ANCESTRAL MAIS
      *> PROXIMO) E DISTRIBUICAO DO ANO PELOS MESES
       350-CALCULAR-PROPOSTA.
           MOVE 'N' TO WS-PERC-ACHADO.
           MOVE WS-PERC-GERAL TO WS-PERC-CENTRO.
           MOVE WS-CTR-CODIGO(WS-CTR-IDX) TO WS-BUSCA-CENTRO.
           MOVE ZERO TO WS-NIVEL.
           PERFORM 352-PROCURAR-CRESCIMENTO
               UNTIL WS-PERC-ACHADO = 'S' OR WS-BUSCA-CENTRO = SPACES
                   OR WS-NIVEL > 10.
           MOVE WS-PERC-CENTRO TO WS-CTR-PERC(WS-CTR-IDX).

           MOVE ZERO TO WS-TOTAL-ANUAL.
           PERFORM 356-SOMAR-MES-BASE
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.
           COMPUTE WS-TOTAL-ANUAL ROUNDED =
               WS-TOTAL-ANUAL * (100 + WS-PERC-CENTRO) / 100.
           MOVE ZERO TO WS-DISTRIBUIDO.
           PERFORM 358-DISTRIBUIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 11.
           IF WS-SAZONALIDADE = 'H'
               COMPUTE WS-CTR-PROP(WS-CTR-IDX, 12) ROUNDED =
                   WS-CTR-BASE(WS-CTR-IDX, 12) * (100 + WS-PERC-CENTRO)
                   / 100
           ELSE
               COMPUTE WS-ULTIMO-MES = WS-TOTAL-ANUAL - WS-DISTRIBUIDO
               IF WS-ULTIMO-MES < ZERO
                   MOVE ZERO TO WS-ULTIMO-MES
               END-IF
               MOVE WS-ULTIMO-MES TO WS-CTR-PROP(WS-CTR-IDX, 12)
           END-IF.

      *> SOBE UM NIVEL NA HIERARQUIA A CADA PASSADA ATE ACHAR UM
      *> CRESCIMENTO DIGITADO; O LIMITE DE NIVEIS EVITA CICLO NO CADASTRO
       352-PROCURAR-CRESCIMENTO.
           ADD 1 TO WS-NIVEL.
           PERFORM 353-COMPARAR-CRESCIMENTO
               VARYING WS-FAT-IDX FROM 1 BY 1
               UNTIL WS-FAT-IDX > WS-FAT-QTD OR WS-PERC-ACHADO = 'S'.
           IF WS-PERC-ACHADO = 'S'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 345-LOCALIZAR-CENTRO.
           IF WS-CTR-ACHOU = ZERO
               MOVE SPACES TO WS-BUSCA-CENTRO
           ELSE
               MOVE WS-CTR-PAI(WS-CTR-ACHOU) TO WS-BUSCA-CENTRO
           END-IF.

       353-COMPARAR-CRESCIMENTO.
           IF WS-FAT-CENTRO(WS-FAT-IDX) = WS-BUSCA-CENTRO
               MOVE WS-FAT-PERC(WS-FAT-IDX) TO WS-PERC-CENTRO
               MOVE 'S' TO WS-PERC-ACHADO
           END-IF.

       356-SOMAR-MES-BASE.
           ADD WS-CTR-BASE(WS-CTR-IDX, WS-MES-IDX) TO WS-TOTAL-ANUAL.

       358-DISTRIBUIR-MES.
           EVALUATE WS-SAZONALIDADE
               WHEN 'H'
                   COMPUTE WS-CTR-PROP(WS-CTR-IDX, WS-MES-IDX) ROUNDED =
                       WS-CTR-BASE(WS-CTR-IDX, WS-MES-IDX)
                       * (100 + WS-PERC-CENTRO) / 100
               WHEN 'L'
                   COMPUTE WS-CTR-PROP(WS-CTR-IDX, WS-MES-IDX) ROUNDED =
                       WS-TOTAL-ANUAL / 12
               WHEN 'P'
                   COMPUTE WS-CTR-PROP(WS-CTR-IDX, WS-MES-IDX) ROUNDED =
                       WS-TOTAL-ANUAL * WS-PERFIL-MES(WS-MES-IDX) / 100
           END-EVALUATE.
           ADD WS-CTR-PROP(WS-CTR-IDX, WS-MES-IDX) TO WS-DISTRIBUIDO.

       380-GRAVAR-VERSAO.
           OPEN I-O ORCVERS-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-OV
               OPEN OUTPUT ORCVERS-FILE
               CLOSE ORCVERS-FILE
               OPEN I-O ORCVERS-FILE
           END-IF.
           IF NOT STATUS-OK-OV
               DISPLAY "ERRO ao abrir arquivo de versoes. Status: "
                       WS-STATUS-ORCVERS
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ORCPREP-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-OP
               OPEN OUTPUT ORCPREP-FILE
               CLOSE ORCPREP-FILE
               OPEN I-O ORCPREP-FILE
           END-IF.
           IF NOT STATUS-OK-OP
               DISPLAY "ERRO ao abrir arquivo da proposta. Status: "
                       WS-STATUS-ORCPREP
               CLOSE ORCVERS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANO TO OV-ANO.
           MOVE WS-VERSAO-NOVA TO OV-VERSAO.
           MOVE WS-ORIGEM TO OV-ORIGEM.
           MOVE WS-ANO-BASE TO OV-ANO-BASE.
           MOVE WS-VERSAO-BASE TO OV-VERSAO-BASE.
           MOVE WS-PERC-GERAL TO OV-PERC-GERAL.
           MOVE WS-SAZONALIDADE TO OV-SAZONALIDADE.
           MOVE 'R' TO OV-SITUACAO.
           MOVE WS-DESCRICAO TO OV-DESCRICAO.
           MOVE WS-USUARIO-SESSAO TO OV-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OV-DATA-HORA.
           MOVE SPACES TO OV-APROVADOR.
           MOVE ZERO TO OV-DATA-APROVACAO.
           WRITE ORCVERS-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a versao. Status: "
                           WS-STATUS-ORCVERS
                   CLOSE ORCVERS-FILE
                   CLOSE ORCPREP-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ORCVERS-FILE.

           MOVE ZERO TO WS-TOTAL-ANUAL.
           PERFORM 385-GRAVAR-CENTRO
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-QTD.
           CLOSE ORCPREP-FILE.
           DISPLAY "Versao " WS-VERSAO-NOVA " de " WS-ANO " gravada com "
                   WS-CTR-QTD " centro(s). Total proposto: "
                   WS-TOTAL-ANUAL.

       385-GRAVAR-CENTRO.
           PERFORM 386-GRAVAR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.

       386-GRAVAR-MES.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO-NOVA TO OP-VERSAO.
           MOVE WS-CTR-CODIGO(WS-CTR-IDX) TO OP-CENTRO-CUSTO.
           MOVE WS-MES-IDX TO OP-MES.
           MOVE WS-CTR-BASE(WS-CTR-IDX, WS-MES-IDX) TO OP-VALOR-BASE.
           MOVE WS-CTR-PROP(WS-CTR-IDX, WS-MES-IDX) TO OP-VALOR-PROPOSTO.
           MOVE WS-CTR-PERC(WS-CTR-IDX) TO OP-PERC-APLICADO.
           MOVE 'N' TO OP-REVISADO.
           MOVE WS-USUARIO-SESSAO TO OP-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-DATA-HORA.
           WRITE ORCPREP-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar " OP-CENTRO-CUSTO " mes "
                           OP-MES ". Status: " WS-STATUS-ORCPREP
               NOT INVALID KEY
                   ADD OP-VALOR-PROPOSTO TO WS-TOTAL-ANUAL
           END-WRITE.

      *> O RESPONSAVEL DO CENTRO NO CADASTRO (OU O SUPERVISOR) AJUSTA MES
      *> A MES O PROPOSTO DO RASCUNHO E MARCA O CENTRO COMO REVISADO
       500-REVISAR-CENTRO.
           DISPLAY "--- Revisao da Proposta de um Centro ---".
           DISPLAY "Ano do orcamento (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           PERFORM 250-SITUAR-VERSOES.
           IF WS-VERSAO-RASCUNHO = ZERO
               DISPLAY "ERRO: nao ha rascunho em aberto para o ano."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VERSAO-RASCUNHO TO WS-VERSAO.
           DISPLAY "Rascunho em revisao: versao " WS-VERSAO.
           DISPLAY "Centro de custo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CENTRO-REVISAO.
           ACCEPT WS-CENTRO-REVISAO.
           MOVE FUNCTION UPPER-CASE(WS-CENTRO-REVISAO) TO WS-CENTRO-REVISAO.

           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CC
               DISPLAY "ERRO: cadastro de centros de custo indisponivel."
               CLOSE CENTROC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CENTRO-REVISAO TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   MOVE SPACES TO CC-RESPONSAVEL
                   MOVE SPACES TO CC-CODIGO
           END-READ.
           CLOSE CENTROC-FILE.
           IF CC-CODIGO = SPACES
               DISPLAY "ERRO: centro de custo nao cadastrado."
               EXIT PARAGRAPH
           END-IF.
           IF CC-RESPONSAVEL NOT = WS-USUARIO-SESSAO AND
                   WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: so o responsavel pelo centro ("
                       CC-RESPONSAVEL ") ou o supervisor revisa."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ORCPREP-FILE.
           IF NOT STATUS-OK-OP
               DISPLAY "ERRO ao abrir arquivo da proposta. Status: "
                       WS-STATUS-ORCPREP
               CLOSE ORCPREP-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 510-EXIBIR-CENTRO.
           IF WS-CENTRO-ANTERIOR = SPACES
               DISPLAY "ERRO: o centro nao esta nesta versao."
               CLOSE ORCPREP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 99 TO WS-MES-AJUSTE.
           PERFORM 520-AJUSTAR-MES UNTIL WS-MES-AJUSTE = ZERO.

           DISPLAY "Marcar o centro como revisado (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA = 'S'
               PERFORM 530-MARCAR-REVISADO
                   VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12
               DISPLAY "Centro " WS-CENTRO-REVISAO " revisado."
           END-IF.
           CLOSE ORCPREP-FILE.

      *> MOSTRA BASE E PROPOSTO DOS 12 MESES DO CENTRO; WS-CENTRO-ANTERIOR
      *> FICA COM O CENTRO QUANDO ALGUMA LINHA EXISTE
       510-EXIBIR-CENTRO.
           MOVE ZERO TO WS-TOTAL-CENTRO WS-TOTAL-BASE-CENTRO.
           MOVE SPACES TO WS-CENTRO-ANTERIOR.
           DISPLAY "MES        BASE         PROPOSTO  REV".
           PERFORM 515-EXIBIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.
           DISPLAY "TOTAL " WS-TOTAL-BASE-CENTRO " " WS-TOTAL-CENTRO.

       515-EXIBIR-MES.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO TO OP-VERSAO.
           MOVE WS-CENTRO-REVISAO TO OP-CENTRO-CUSTO.
           MOVE WS-MES-IDX TO OP-MES.
           READ ORCPREP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE OP-CENTRO-CUSTO TO WS-CENTRO-ANTERIOR.
           ADD OP-VALOR-BASE TO WS-TOTAL-BASE-CENTRO.
           ADD OP-VALOR-PROPOSTO TO WS-TOTAL-CENTRO.
           DISPLAY " " OP-MES "  " OP-VALOR-BASE "  " OP-VALOR-PROPOSTO
                   "   " OP-REVISADO.

       520-AJUSTAR-MES.
           DISPLAY "Mes a ajustar (0 = encerrar): " WITH NO ADVANCING.
           MOVE ZERO TO WS-MES-AJUSTE.
           ACCEPT WS-MES-AJUSTE.
           IF WS-MES-AJUSTE = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-MES-AJUSTE > 12
               DISPLAY "ERRO: mes invalido."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO TO OP-VERSAO.
           MOVE WS-CENTRO-REVISAO TO OP-CENTRO-CUSTO.
           MOVE WS-MES-AJUSTE TO OP-MES.
           READ ORCPREP-FILE
               INVALID KEY
                   DISPLAY "ERRO: linha do mes nao encontrada."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Proposto atual " OP-VALOR-PROPOSTO ". Novo valor: "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-VALOR-AJUSTE.
           ACCEPT WS-VALOR-AJUSTE.
           MOVE WS-VALOR-AJUSTE TO OP-VALOR-PROPOSTO.
           MOVE WS-USUARIO-SESSAO TO OP-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-DATA-HORA.
           REWRITE ORCPREP-REG
               INVALID KEY
                   DISPLAY "ERRO ao regravar o mes. Status: "
                           WS-STATUS-ORCPREP
               NOT INVALID KEY
                   DISPLAY "Mes " OP-MES " ajustado."
           END-REWRITE.

       530-MARCAR-REVISADO.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO TO OP-VERSAO.
           MOVE WS-CENTRO-REVISAO TO OP-CENTRO-CUSTO.
           MOVE WS-MES-IDX TO OP-MES.
           READ ORCPREP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'S' TO OP-REVISADO.
           MOVE WS-USUARIO-SESSAO TO OP-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-DATA-HORA.
           REWRITE ORCPREP-REG
               INVALID KEY
                   DISPLAY "ERRO ao marcar o mes " OP-MES
                           ". Status: " WS-STATUS-ORCPREP
           END-REWRITE.

      *> APROVACAO DO CONTROLADOR: O RASCUNHO VIRA O ORCAMENTO OFICIAL
      *> DO ANO (GRAVA OU SUBSTITUI CADA CENTRO/MES EM ORCAMENTO.DAT), A
      *> VERSAO PASSA A APROVADA E A APROVADA ANTERIOR, SE HAVIA, FICA
      *> COMO SUBSTITUIDA
       600-APROVAR-VERSAO.
           DISPLAY "--- Aprovacao da Proposta de Orcamento ---".
           DISPLAY "Ano do orcamento (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           PERFORM 250-SITUAR-VERSOES.
           IF WS-VERSAO-RASCUNHO = ZERO
               DISPLAY "ERRO: nao ha rascunho em aberto para o ano."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VERSAO-RASCUNHO TO WS-VERSAO.
           PERFORM 260-LER-CABECALHO-VERSAO.
           DISPLAY "Versao " WS-VERSAO " - " OV-DESCRICAO.

           PERFORM 610-CONFERIR-VERSAO.
           IF WS-QTD-NAO-REVISADOS > ZERO
               DISPLAY "AVISO: " WS-QTD-NAO-REVISADOS " centro(s) ainda "
                       "nao revisado(s) pelo responsavel."
           END-IF.
           IF WS-QTD-ORC-EXISTENTES > ZERO
               DISPLAY "AVISO: ja ha " WS-QTD-ORC-EXISTENTES " orcamento(s)"
                       " de " WS-ANO " em ORCAMENTO.DAT; os centros/meses "
                       "da versao serao substituidos."
           END-IF.
           DISPLAY "Aprovar a versao " WS-VERSAO " de " WS-ANO
                   " (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "Aprovacao cancelada."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 620-LIBERACAO-APROVADOR.
           IF WS-APROVACAO-OK NOT = 'S'
               DISPLAY "Aprovacao nao autorizada."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ORCAMENTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-ORC
               OPEN OUTPUT ORCAMENTO-FILE
               CLOSE ORCAMENTO-FILE
               OPEN I-O ORCAMENTO-FILE
           END-IF.
           IF NOT STATUS-OK-ORC
               DISPLAY "ERRO ao abrir arquivo de orcamentos. Status: "
                       WS-STATUS-ORCAMENTO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ORCPREP-FILE.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO TO OP-VERSAO.
           MOVE LOW-VALUES TO OP-CENTRO-CUSTO.
           MOVE ZERO TO OP-MES.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCPREP-FILE KEY IS GREATER THAN OR EQUAL TO OP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 630-OFICIALIZAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ORCPREP-FILE.
           CLOSE ORCAMENTO-FILE.

           OPEN I-O ORCVERS-FILE.
           IF WS-VERSAO-APROVADA > ZERO
               MOVE WS-ANO TO OV-ANO
               MOVE WS-VERSAO-APROVADA TO OV-VERSAO
               READ ORCVERS-FILE
                   NOT INVALID KEY
                       MOVE 'S' TO OV-SITUACAO
                       REWRITE ORCVERS-REG
                       END-REWRITE
               END-READ
           END-IF.
           MOVE WS-ANO TO OV-ANO.
           MOVE WS-VERSAO TO OV-VERSAO.
           READ ORCVERS-FILE
               NOT INVALID KEY
                   MOVE 'A' TO OV-SITUACAO
                   MOVE WS-APROVADOR-COD TO OV-APROVADOR
                   MOVE WS-DATA-HOJE TO OV-DATA-APROVACAO
                   REWRITE ORCVERS-REG
                       INVALID KEY
                           DISPLAY "ERRO ao marcar a versao aprovada. "
                                   "Status: " WS-STATUS-ORCVERS
                   END-REWRITE
           END-READ.
           CLOSE ORCVERS-FILE.
           DISPLAY "Versao " WS-VERSAO " aprovada: " WS-QTD-GRAVADOS
                   " orcamento(s) centro/mes gravado(s) em ORCAMENTO.DAT.".

      *> CONTA OS CENTROS SEM REVISAO NA VERSAO E OS ORCAMENTOS OFICIAIS
      *> QUE JA EXISTEM PARA O ANO
       610-CONFERIR-VERSAO.
           MOVE ZERO TO WS-QTD-NAO-REVISADOS WS-QTD-ORC-EXISTENTES.
           MOVE SPACES TO WS-CENTRO-ANTERIOR.
           OPEN INPUT ORCPREP-FILE.
           IF STATUS-OK-OP
               MOVE WS-ANO TO OP-ANO
               MOVE WS-VERSAO TO OP-VERSAO
               MOVE LOW-VALUES TO OP-CENTRO-CUSTO
               MOVE ZERO TO OP-MES
               MOVE 'N' TO WS-FIM-LEITURA
               START ORCPREP-FILE KEY IS GREATER THAN OR EQUAL TO OP-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 612-CONFERIR-LINHA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE ORCPREP-FILE.

           OPEN INPUT ORCAMENTO-FILE.
           IF STATUS-OK-ORC
               MOVE LOW-VALUES TO OR-CHAVE
               MOVE 'N' TO WS-FIM-LEITURA
               START ORCAMENTO-FILE KEY IS GREATER THAN OR-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 614-CONTAR-ORCAMENTO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE ORCAMENTO-FILE.

       612-CONFERIR-LINHA.
           READ ORCPREP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OP-ANO NOT = WS-ANO OR OP-VERSAO NOT = WS-VERSAO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           IF OP-CENTRO-CUSTO NOT = WS-CENTRO-ANTERIOR
               MOVE OP-CENTRO-CUSTO TO WS-CENTRO-ANTERIOR
               IF OP-REVISADO NOT = 'S'
                   ADD 1 TO WS-QTD-NAO-REVISADOS
               END-IF
           END-IF.

       614-CONTAR-ORCAMENTO.
           READ ORCAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF OR-ANO-MES(1:4) = WS-ANO
                       ADD 1 TO WS-QTD-ORC-EXISTENTES
                   END-IF
           END-READ.

      *> A LIBERACAO EXIGE CODIGO E SENHA DE UM APROVADOR ATIVO, NOS
      *> MESMOS MOLDES DA ALCADA DO PGTOCONT
       620-LIBERACAO-APROVADOR.
           MOVE 'N' TO WS-APROVACAO-OK.
           OPEN INPUT APROVADOR-FILE.
           IF NOT STATUS-OK-AP
               DISPLAY "ERRO: cadastro de aprovadores indisponivel."
               CLOSE APROVADOR-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo do Aprovador: " WITH NO ADVANCING.
           ACCEPT WS-APROVADOR-COD.
           MOVE WS-APROVADOR-COD TO AP-CODIGO.
           READ APROVADOR-FILE
               INVALID KEY
                   DISPLAY "Aprovador nao encontrado."
                   CLOSE APROVADOR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE APROVADOR-FILE.
           IF AP-SITUACAO = 'I'
               DISPLAY "Aprovador inativo."
               EXIT PARAGRAPH
           END-IF.
           IF AP-SENHA NOT = SPACES
               DISPLAY "Senha do aprovador: " WITH NO ADVANCING
               ACCEPT WS-APROVADOR-SENHA
               MOVE 'C' TO WS-SH-FUNCAO
               MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA
               MOVE AP-SENHA TO WS-SH-GRAVADA
               CALL 'SENHACRP' USING WS-SENHA-PARM
               IF WS-SH-CONFERE NOT = 'S'
                   DISPLAY "Senha do aprovador nao confere."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Liberado por: " AP-NOME.
           MOVE 'S' TO WS-APROVACAO-OK.

      *> MES SEM VALOR PROPOSTO SO ZERA O ORCAMENTO QUE JA EXISTIA;
      *> NAO CRIA REGISTRO ZERADO
       630-OFICIALIZAR-LINHA.
           READ ORCPREP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OP-ANO NOT = WS-ANO OR OP-VERSAO NOT = WS-VERSAO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           MOVE OP-CENTRO-CUSTO TO OR-CENTRO-CUSTO.
           COMPUTE OR-ANO-MES = OP-ANO * 100 + OP-MES.
           READ ORCAMENTO-FILE
               INVALID KEY
                   IF OP-VALOR-PROPOSTO > ZERO
                       MOVE OP-CENTRO-CUSTO TO OR-CENTRO-CUSTO
                       COMPUTE OR-ANO-MES = OP-ANO * 100 + OP-MES
                       MOVE OP-VALOR-PROPOSTO TO OR-VALOR-ORCADO
                       WRITE ORCAMENTO-REG
                           INVALID KEY
                               DISPLAY "ERRO ao gravar orcamento de "
                                       OR-CENTRO-CUSTO " " OR-ANO-MES
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE OP-VALOR-PROPOSTO TO OR-VALOR-ORCADO
                   REWRITE ORCAMENTO-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar orcamento de "
                                   OR-CENTRO-CUSTO " " OR-ANO-MES
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-REWRITE
           END-READ.

      *> PROPOSTO DE UMA VERSAO CONTRA OUTRA (POR PADRAO, A APROVADA),
      *> TOTAL DO ANO POR CENTRO E A DIFERENCA
       700-COMPARAR-VERSOES.
           DISPLAY "--- Comparacao entre Versoes da Proposta ---".
           DISPLAY "Ano do orcamento (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           PERFORM 250-SITUAR-VERSOES.
           DISPLAY "Versao proposta (0 = rascunho em aberto): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-VERSAO-A.
           ACCEPT WS-VERSAO-A.
           IF WS-VERSAO-A = ZERO
               MOVE WS-VERSAO-RASCUNHO TO WS-VERSAO-A
           END-IF.
           DISPLAY "Comparar com a versao (0 = aprovada): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-VERSAO-B.
           ACCEPT WS-VERSAO-B.
           IF WS-VERSAO-B = ZERO
               MOVE WS-VERSAO-APROVADA TO WS-VERSAO-B
           END-IF.
           IF WS-VERSAO-A = ZERO OR WS-VERSAO-B = ZERO
               DISPLAY "ERRO: versao nao informada e sem rascunho/"
                       "aprovada para assumir."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ORCPREP-FILE.
           IF NOT STATUS-OK-OP
               DISPLAY "AVISO: Nenhuma proposta de orcamento gravada."
               CLOSE ORCPREP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CMP-QTD.
           INITIALIZE WS-CMP-TAB.
           MOVE WS-VERSAO-A TO WS-VERSAO.
           PERFORM 710-CARREGAR-VERSAO-CMP.
           MOVE WS-VERSAO-B TO WS-VERSAO.
           PERFORM 710-CARREGAR-VERSAO-CMP.
           CLOSE ORCPREP-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'ORCPREP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "------- PROPOSTA DE ORCAMENTO " WS-ANO " - VERSAO "
                  WS-VERSAO-A " X VERSAO " WS-VERSAO-B " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "CENTRO   VERSAO A        VERSAO B        DIFERENCA"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-CMP-GERAL-A WS-CMP-GERAL-B.
           PERFORM 720-IMPRIMIR-CENTRO-CMP
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-QTD.
           COMPUTE WS-CMP-DIFERENCA = WS-CMP-GERAL-A - WS-CMP-GERAL-B.
           PERFORM 725-PREPARAR-DIFERENCA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL    " WS-CMP-GERAL-A " " WS-CMP-GERAL-B " "
                  WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-CARREGAR-VERSAO-CMP.
           MOVE WS-ANO TO OP-ANO.
           MOVE WS-VERSAO TO OP-VERSAO.
           MOVE LOW-VALUES TO OP-CENTRO-CUSTO.
           MOVE ZERO TO OP-MES.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCPREP-FILE KEY IS GREATER THAN OR EQUAL TO OP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 715-LER-LINHA-CMP UNTIL WS-FIM-LEITURA = 'Y'.

       715-LER-LINHA-CMP.
           READ ORCPREP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OP-ANO NOT = WS-ANO OR OP-VERSAO NOT = WS-VERSAO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CMP-ACHOU.
           PERFORM 717-PROCURAR-CENTRO-CMP
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-QTD OR WS-CMP-ACHOU > ZERO.
           IF WS-CMP-ACHOU = ZERO
               IF WS-CMP-QTD < 200
                   ADD 1 TO WS-CMP-QTD
                   MOVE OP-CENTRO-CUSTO TO WS-CMP-CENTRO(WS-CMP-QTD)
                   MOVE WS-CMP-QTD TO WS-CMP-ACHOU
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-VERSAO = WS-VERSAO-A
               ADD OP-VALOR-PROPOSTO TO WS-CMP-TOTAL-A(WS-CMP-ACHOU)
           END-IF.
           IF WS-VERSAO = WS-VERSAO-B
               ADD OP-VALOR-PROPOSTO TO WS-CMP-TOTAL-B(WS-CMP-ACHOU)
           END-IF.

       717-PROCURAR-CENTRO-CMP.
           IF WS-CMP-CENTRO(WS-CMP-IDX) = OP-CENTRO-CUSTO
               MOVE WS-CMP-IDX TO WS-CMP-ACHOU
           END-IF.

       720-IMPRIMIR-CENTRO-CMP.
           ADD WS-CMP-TOTAL-A(WS-CMP-IDX) TO WS-CMP-GERAL-A.
           ADD WS-CMP-TOTAL-B(WS-CMP-IDX) TO WS-CMP-GERAL-B.
           COMPUTE WS-CMP-DIFERENCA =
               WS-CMP-TOTAL-A(WS-CMP-IDX) - WS-CMP-TOTAL-B(WS-CMP-IDX).
           PERFORM 725-PREPARAR-DIFERENCA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-CMP-CENTRO(WS-CMP-IDX) "   "
                  WS-CMP-TOTAL-A(WS-CMP-IDX) " "
                  WS-CMP-TOTAL-B(WS-CMP-IDX) " "
                  WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       725-PREPARAR-DIFERENCA.
           IF WS-CMP-DIFERENCA < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-CMP-DIFERENCA TO WS-VALOR-ABS.

       800-LISTAR-VERSOES.
           DISPLAY "--- Versoes da Proposta de Orcamento ---".
           DISPLAY "Ano do orcamento (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANO.
           OPEN INPUT ORCVERS-FILE.
           IF NOT STATUS-OK-OV
               DISPLAY "AVISO: Nenhuma versao gravada."
               CLOSE ORCVERS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANO TO OV-ANO.
           MOVE ZERO TO OV-VERSAO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ORCVERS-FILE KEY IS GREATER THAN OR EQUAL TO OV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           DISPLAY "VR SIT BASE        CRESC  SAZ USUARIO    APROV  "
                   "DESCRICAO".
           PERFORM 810-LISTAR-VERSAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ORCVERS-FILE.
           DISPLAY "Situacao: R rascunho, A aprovada, S substituida.".
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       810-LISTAR-VERSAO.
           READ ORCVERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF OV-ANO NOT = WS-ANO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           IF OV-PERC-GERAL < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE OV-PERC-GERAL TO WS-PERC-ABS.
           DISPLAY OV-VERSAO "  " OV-SITUACAO "  " OV-ORIGEM " "
                   OV-ANO-BASE "/" OV-VERSAO-BASE " " WS-SINAL WS-PERC-ABS
                   "  " OV-SAZONALIDADE "  " OV-USUARIO " " OV-APROVADOR
                   " " OV-DESCRICAO.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
