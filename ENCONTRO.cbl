       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCONTRO.
       AUTHOR. Neko.

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

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT CRABERTO-FILE *> Extrato de titulos em aberto do contas a receber
               ASSIGN TO 'CRABERTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRABERTO.

           SELECT TITREC-FILE *> Titulos a receber de clientes que sao fornecedores
               ASSIGN TO 'TITREC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-TITREC.

           SELECT ENCONTRO-FILE *> Termos de encontro de contas
               ASSIGN TO 'ENCONTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUM
               FILE STATUS IS WS-STATUS-ENCONTRO.

           SELECT ENCITEM-FILE *> Contas e titulos de cada termo de encontro
               ASSIGN TO 'ENCITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-CHAVE
               FILE STATUS IS WS-STATUS-ENCITEM.

           SELECT ENCBAIXA-FILE *> Baixas por encontro para o contas a receber
               ASSIGN TO 'ENCBAIXA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCBAIXA.

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

       FD  CESSAO-FILE.
       01  CESSAO-REG.
           05 CS-CHAVE.
              10 CS-NUM-DOC       PIC 9(10).
              10 CS-CNPJ-FORN     PIC 9(14).
           05 CS-CNPJ-CESS        PIC 9(14).
           05 CS-NOME-CESS        PIC X(40).
           05 CS-BANCO            PIC X(03).
           05 CS-AGENCIA          PIC X(06).
           05 CS-CONTA            PIC X(12).
           05 CS-PIX              PIC X(40).
           05 CS-TIPO-PIX         PIC X(01).
           05 CS-BOLETO-CEDIDO    PIC X(01).
           05 CS-DATA-NOTIF       PIC 9(08).
           05 CS-SITUACAO         PIC X(01).
           05 CS-DATA-HORA-REG    PIC 9(14).
           05 CS-LINHA-DIGITAVEL  PIC X(47).

      *> UMA LINHA POR TITULO EM ABERTO NO CONTAS A RECEBER, COM O
      *> SALDO NA DATA DO EXTRATO
       FD  CRABERTO-FILE.
       01  CRABERTO-REG.
           05 AR-CNPJ-CLIENTE  PIC 9(14).
           05 AR-NUM-TITULO    PIC X(15).
           05 AR-DATA-EMISSAO  PIC 9(08).
           05 AR-DATA-VENC     PIC 9(08).
           05 AR-SALDO         PIC 9(10)V99.

      *> TITULO A RECEBER DE CLIENTE QUE TAMBEM E FORNECEDOR. O SALDO E
      *> O DO ULTIMO EXTRATO; DELE SAEM O RESERVADO EM TERMOS AINDA
      *> PROPOSTOS, O JA COMPENSADO AINDA NAO EXPORTADO E O EXPORTADO
      *> QUE O PROXIMO EXTRATO DO CONTAS A RECEBER AINDA NAO REFLETE.
      *> SITUACAO 'A' EM ABERTO, 'B' BAIXADO (SUMIU DO EXTRATO)
       FD  TITREC-FILE.
       01  TITREC-REG.
           05 RC-CHAVE.
              10 RC-CNPJ          PIC 9(14).
              10 RC-NUM-TITULO    PIC X(15).
           05 RC-DATA-EMISSAO     PIC 9(08).
           05 RC-DATA-VENC        PIC 9(08).
           05 RC-SALDO            PIC 9(10)V99.
           05 RC-VALOR-RESERVADO  PIC 9(10)V99.
           05 RC-VALOR-A-BAIXAR   PIC 9(10)V99.
           05 RC-VALOR-EXPORTADO  PIC 9(10)V99.
           05 RC-DATA-IMPORTACAO  PIC 9(08).
           05 RC-SITUACAO         PIC X(01).

      *> TERMO DE ENCONTRO: 'P' PROPOSTO (VALORES RESERVADOS DOS DOIS
      *> LADOS), 'E' EFETIVADO (CONTAS BAIXADAS NO HISTPAGTO COMO
      *> 'ENCONTRO'), 'X' CANCELADO. EN-EXPORTADO 'S' DEPOIS QUE AS
      *> BAIXAS DOS TITULOS FORAM PARA O CONTAS A RECEBER
       FD  ENCONTRO-FILE.
       01  ENCONTRO-REG.
           05 EN-NUM              PIC 9(06).
           05 EN-CNPJ             PIC 9(14).
           05 EN-DATA-PROPOSTA    PIC 9(08).
           05 EN-VALOR            PIC 9(10)V99.
           05 EN-QTD-ITENS        PIC 9(03).
           05 EN-SITUACAO         PIC X(01).
           05 EN-USUARIO-PROP     PIC X(10).
           05 EN-DATA-EFETIVACAO  PIC 9(08).
           05 EN-USUARIO-EFET     PIC X(10).
           05 EN-EXPORTADO        PIC X(01).
           05 EN-DATA-EXPORTACAO  PIC 9(08).

      *> LADO 'P' (CONTA A PAGAR, PELO DOCUMENTO) OU 'R' (TITULO A
      *> RECEBER, PELO NUMERO DO TITULO)
       FD  ENCITEM-FILE.
       01  ENCITEM-REG.
           05 EI-CHAVE.
              10 EI-NUM           PIC 9(06).
              10 EI-SEQ           PIC 9(03).
           05 EI-LADO             PIC X(01).
           05 EI-CNPJ             PIC 9(14).
           05 EI-NUM-DOC          PIC 9(10).
           05 EI-NUM-TITULO       PIC X(15).
           05 EI-DATA-VENC        PIC 9(08).
           05 EI-VALOR            PIC 9(10)V99.

       FD  ENCBAIXA-FILE.
       01  ENCBAIXA-REG.
           05 EB-CNPJ-CLIENTE     PIC 9(14).
           05 EB-NUM-TITULO       PIC X(15).
           05 EB-VALOR            PIC 9(10)V99.
           05 EB-DATA-BAIXA       PIC 9(08).
           05 EB-NUM-ENCONTRO     PIC 9(06).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO      PIC X(2).
          88 STATUS-OK-HIST         VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-HIST VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-CESSAO         PIC X(2).
          88 STATUS-OK-CS           VALUE '00'.
       01 WS-STATUS-CRABERTO       PIC X(2).
          88 STATUS-OK-AR           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AR VALUE '35'.
       01 WS-STATUS-TITREC         PIC X(2).
          88 STATUS-OK-RC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RC VALUE '35'.
       01 WS-STATUS-ENCONTRO       PIC X(2).
          88 STATUS-OK-EN           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EN VALUE '35'.
       01 WS-STATUS-ENCITEM        PIC X(2).
          88 STATUS-OK-EI           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EI VALUE '35'.
       01 WS-STATUS-ENCBAIXA       PIC X(2).
          88 STATUS-OK-EB           VALUE '00'.
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
       01 WS-CONFIRMA              PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-ITENS             PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-LINHA                 PIC X(132).
       01 WS-CESSAO-ABERTO         PIC X(01).
       01 WS-CONTA-CEDIDA          PIC X(01).

      *> IMPORTACAO DO EXTRATO DO CONTAS A RECEBER
       01 WS-QTD-LIDOS             PIC 9(06) VALUE ZERO.
       01 WS-QTD-INCLUIDOS         PIC 9(06) VALUE ZERO.
       01 WS-QTD-ATUALIZADOS       PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-FORNECEDOR    PIC 9(06) VALUE ZERO.
       01 WS-QTD-BAIXADOS          PIC 9(06) VALUE ZERO.

      *> DISPONIVEL DE UM TITULO PARA NOVO ENCONTRO
       01 WS-DISPONIVEL            PIC S9(10)V99.

      *> TERMO EM MONTAGEM: CONTAS A PAGAR (MAIS ANTIGAS PRIMEIRO) E
      *> TITULOS A RECEBER DO MESMO CNPJ; O VALOR DO ENCONTRO E O
      *> MENOR DOS DOIS TOTAIS, CONSUMIDO EM ORDEM DE VENCIMENTO
       01 WS-CNPJ-ENCONTRO         PIC 9(14).
       01 WS-RAZAO-ENCONTRO        PIC X(40).
       01 WS-TOTAL-PAGAR           PIC 9(12)V99.
       01 WS-TOTAL-RECEBER         PIC 9(12)V99.
       01 WS-VALOR-ENCONTRO        PIC 9(12)V99.
       01 WS-RESTANTE              PIC 9(12)V99.
       01 WS-PG-QTD                PIC 9(03) VALUE ZERO.
       01 WS-PG-IDX                PIC 9(03).
       01 WS-PG-TAB.
           05 WS-PG-ITEM OCCURS 200 TIMES.
              10 WS-PG-DOC         PIC 9(10).
              10 WS-PG-VENC        PIC 9(08).
              10 WS-PG-SALDO       PIC 9(10)V99.
              10 WS-PG-USAR        PIC 9(10)V99.
       01 WS-RC-QTD                PIC 9(03) VALUE ZERO.
       01 WS-RC-IDX                PIC 9(03).
       01 WS-RC-TAB.
           05 WS-RC-ITEM OCCURS 200 TIMES.
              10 WS-RC-TITULO      PIC X(15).
              10 WS-RC-VENC        PIC 9(08).
              10 WS-RC-SALDO       PIC 9(10)V99.
              10 WS-RC-USAR        PIC 9(10)V99.
       01 WS-NUM-ENCONTRO          PIC 9(06).
       01 WS-SEQ-ITEM              PIC 9(03).
       01 WS-ITENS-OK              PIC X(01).
      *> LADO LISTADO NO TERMO ('P'/'R') E ACAO SOBRE OS ITENS: 'C'
      *> CONFERE, 'B' BAIXA, 'X' LIBERA A RESERVA
       01 WS-LADO-TERMO            PIC X(01).
       01 WS-ACAO-ITEM             PIC X(01).

      *> TOTAIS DO TERMO IMPRESSO E DA LISTA DE CANDIDATOS
       01 WS-TERMO-PAGAR           PIC 9(12)V99.
       01 WS-TERMO-RECEBER         PIC 9(12)V99.
       01 WS-CNPJ-ANTERIOR         PIC 9(14).
       01 WS-QTD-CANDIDATOS        PIC 9(05).

       01 WS-HIST-SEQ              PIC 9(04).
       01 WS-HIST-NUM-DOC-ALVO     PIC 9(10).
       01 WS-HIST-FIM-LEITURA      PIC X(01).

      *> NOTA AUTOMATICA NA TRILHA DE ANOTACOES DO DOCUMENTO (ROTINA
      *> NOTACONT), PARA A CONTA CONTAR A PROPRIA HISTORIA NO CONSCONT
       01 WS-NOTA-PARM.
           05 WS-NP-NUM-DOC       PIC 9(10).
           05 WS-NP-CNPJ-FORN     PIC 9(14).
           05 WS-NP-TEXTO         PIC X(70).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'ENCONTRO'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> ENCONTRO DE CONTAS COM CLIENTES QUE TAMBEM SAO FORNECEDORES:
      *> O EXTRATO DE TITULOS EM ABERTO DO CONTAS A RECEBER E CASADO
      *> COM O CADASTRO DE FORNECEDORES PELO CNPJ; O SISTEMA PROPOE O
      *> TERMO (CONTAS A PAGAR E TITULOS A RECEBER QUE SE COMPENSAM),
      *> IMPRIME O TERMO PARA AS DUAS PARTES ASSINAREM E, COM O TERMO
      *> ASSINADO, BAIXA AS CONTAS A PAGAR NO HISTORICO COM METODO
      *> 'ENCONTRO' (SEM SAIDA DE CAIXA) E GERA O ARQUIVO DE BAIXAS
      *> PARA O CONTAS A RECEBER LIQUIDAR OS TITULOS DO SEU LADO
       100-INICIAR.
           DISPLAY "--- Encontro de Contas com Clientes ---".
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-ENCONTRO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-ENCONTRO.
           DISPLAY "--- Encontro de Contas ---".
           DISPLAY "I - Importar titulos em aberto do contas a receber".
           DISPLAY "L - Listar clientes com encontro possivel".
           DISPLAY "P - Propor encontro para um CNPJ".
           DISPLAY "T - Imprimir termo de encontro".
           DISPLAY "E - Efetivar encontro (termo assinado)".
           DISPLAY "C - Cancelar encontro proposto".
           DISPLAY "B - Exportar baixas para o contas a receber".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-IMPORTAR-TITULOS
               WHEN 'L'
                   PERFORM 400-LISTAR-CANDIDATOS
               WHEN 'P'
                   PERFORM 500-PROPOR-ENCONTRO
               WHEN 'T'
                   PERFORM 600-IMPRIMIR-TERMO
               WHEN 'E'
                   PERFORM 700-EFETIVAR-ENCONTRO
               WHEN 'C'
                   PERFORM 750-CANCELAR-ENCONTRO
               WHEN 'B'
                   PERFORM 800-EXPORTAR-BAIXAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> CARGA DO EXTRATO: SO ENTRAM CLIENTES CADASTRADOS COMO
      *> FORNECEDOR. TITULO NOVO E INCLUIDO, EXISTENTE TEM O SALDO
      *> ATUALIZADO -- E O EXPORTADO ZERADO, PORQUE O EXTRATO NOVO JA
      *> REFLETE AS BAIXAS ENVIADAS. TITULO QUE NAO VEIO NO EXTRATO FOI
      *> LIQUIDADO NO CONTAS A RECEBER E PASSA A 'B'
       300-IMPORTAR-TITULOS.
           DISPLAY "--- Importacao do Contas a Receber ---".
           OPEN INPUT CRABERTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AR
               DISPLAY "AVISO: arquivo CRABERTO.DAT nao encontrado. "
                       "Copie o extrato do contas a receber e repita."
               CLOSE CRABERTO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-AR
               DISPLAY "ERRO ao abrir CRABERTO.DAT. Status: "
                       WS-STATUS-CRABERTO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir arquivo de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               CLOSE CRABERTO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 900-ABRIR-TITREC.
           IF NOT STATUS-OK-RC
               CLOSE FORNECEDORES-FILE
               CLOSE CRABERTO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-QTD-LIDOS WS-QTD-INCLUIDOS WS-QTD-ATUALIZADOS
                        WS-QTD-SEM-FORNECEDOR WS-QTD-BAIXADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 310-LER-TITULO-CR UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CRABERTO-FILE.
           CLOSE FORNECEDORES-FILE.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RC-CHAVE.
           START TITREC-FILE KEY IS GREATER THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 330-BAIXAR-AUSENTE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TITREC-FILE.

           DISPLAY "Linhas lidas            : " WS-QTD-LIDOS.
           DISPLAY "Titulos incluidos       : " WS-QTD-INCLUIDOS.
           DISPLAY "Titulos atualizados     : " WS-QTD-ATUALIZADOS.
           DISPLAY "Clientes nao fornecedor : " WS-QTD-SEM-FORNECEDOR.
           DISPLAY "Titulos baixados no CR  : " WS-QTD-BAIXADOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       310-LER-TITULO-CR.
           READ CRABERTO-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 320-GRAVAR-TITULO
           END-READ.

       320-GRAVAR-TITULO.
           MOVE AR-CNPJ-CLIENTE TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-FORNECEDOR
                   EXIT PARAGRAPH
           END-READ.

           MOVE AR-CNPJ-CLIENTE TO RC-CNPJ.
           MOVE AR-NUM-TITULO TO RC-NUM-TITULO.
           READ TITREC-FILE
               INVALID KEY
                   MOVE AR-DATA-EMISSAO TO RC-DATA-EMISSAO
                   MOVE AR-DATA-VENC TO RC-DATA-VENC
                   MOVE AR-SALDO TO RC-SALDO
                   MOVE ZERO TO RC-VALOR-RESERVADO RC-VALOR-A-BAIXAR
                                RC-VALOR-EXPORTADO
                   MOVE WS-DATA-HOJE TO RC-DATA-IMPORTACAO
                   MOVE 'A' TO RC-SITUACAO
                   WRITE TITREC-REG
                   ADD 1 TO WS-QTD-INCLUIDOS
               NOT INVALID KEY
                   MOVE AR-DATA-VENC TO RC-DATA-VENC
                   MOVE AR-SALDO TO RC-SALDO
                   MOVE ZERO TO RC-VALOR-EXPORTADO
                   MOVE WS-DATA-HOJE TO RC-DATA-IMPORTACAO
                   MOVE 'A' TO RC-SITUACAO
                   REWRITE TITREC-REG
                   ADD 1 TO WS-QTD-ATUALIZADOS
           END-READ.

       330-BAIXAR-AUSENTE.
           READ TITREC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RC-SITUACAO = 'A' AND
                           RC-DATA-IMPORTACAO < WS-DATA-HOJE
                       MOVE 'B' TO RC-SITUACAO
                       REWRITE TITREC-REG
                       ADD 1 TO WS-QTD-BAIXADOS
                       IF RC-VALOR-RESERVADO > ZERO
                           DISPLAY "AVISO: titulo " RC-NUM-TITULO
                                   " do CNPJ " RC-CNPJ " baixado no CR "
                                   "com encontro proposto; cancele o "
                                   "termo."
                       END-IF
                   END-IF
           END-READ.

      *> CNPJ A CNPJ DA CARTEIRA A RECEBER: TOTAL DISPONIVEL A RECEBER
      *> CONTRA O TOTAL DE CONTAS A PAGAR COMPENSAVEIS
       400-LISTAR-CANDIDATOS.
           DISPLAY "--- Clientes com Encontro de Contas Possivel ---".
           PERFORM 900-ABRIR-TITREC.
           IF NOT STATUS-OK-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-CANDIDATOS.
           MOVE ZERO TO WS-CNPJ-ANTERIOR.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RC-CHAVE.
           START TITREC-FILE KEY IS GREATER THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LER-CANDIDATO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TITREC-FILE.
           DISPLAY "Clientes com encontro possivel: " WS-QTD-CANDIDATOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       410-LER-CANDIDATO.
           READ TITREC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RC-CNPJ NOT = WS-CNPJ-ANTERIOR
                       MOVE RC-CNPJ TO WS-CNPJ-ANTERIOR
                       MOVE RC-CNPJ TO WS-CNPJ-ENCONTRO
                       PERFORM 520-COLETAR-PAGAVEIS
                       PERFORM 530-COLETAR-RECEBIVEIS
                       IF WS-TOTAL-PAGAR > ZERO AND
                               WS-TOTAL-RECEBER > ZERO
                           ADD 1 TO WS-QTD-CANDIDATOS
                           DISPLAY "CNPJ " WS-CNPJ-ENCONTRO
                                   " a pagar " WS-TOTAL-PAGAR
                                   " a receber " WS-TOTAL-RECEBER
                       END-IF
      *> A COLETA REPOSICIONOU O ARQUIVO; VOLTA PARA DEPOIS DO CNPJ
                       MOVE WS-CNPJ-ANTERIOR TO RC-CNPJ
                       MOVE HIGH-VALUES TO RC-NUM-TITULO
                       START TITREC-FILE KEY IS GREATER THAN RC-CHAVE
                           INVALID KEY
                               MOVE 'Y' TO WS-FIM-LEITURA
                       END-START
                   END-IF
           END-READ.

       500-PROPOR-ENCONTRO.
           DISPLAY "--- Proposta de Encontro de Contas ---".
           DISPLAY "CNPJ do cliente/fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-ENCONTRO.
           PERFORM 510-LER-FORNECEDOR.
           IF WS-RAZAO-ENCONTRO = SPACES
               DISPLAY "ERRO: CNPJ nao cadastrado como fornecedor."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornecedor: " WS-RAZAO-ENCONTRO.

           PERFORM 540-VERIFICAR-PROPOSTA-ABERTA.
           IF WS-NUM-ENCONTRO > ZERO
               DISPLAY "AVISO: ja existe o encontro " WS-NUM-ENCONTRO
                       " proposto para este CNPJ; efetive ou cancele "
                       "antes de propor outro."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 900-ABRIR-TITREC.
           IF NOT STATUS-OK-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 520-COLETAR-PAGAVEIS.
           PERFORM 530-COLETAR-RECEBIVEIS.
           CLOSE TITREC-FILE.
           IF WS-TOTAL-PAGAR = ZERO OR WS-TOTAL-RECEBER = ZERO
               DISPLAY "Nada a compensar: a pagar " WS-TOTAL-PAGAR
                       " / a receber " WS-TOTAL-RECEBER "."
               EXIT PARAGRAPH
           END-IF.

           IF WS-TOTAL-PAGAR < WS-TOTAL-RECEBER
               MOVE WS-TOTAL-PAGAR TO WS-VALOR-ENCONTRO
           ELSE
               MOVE WS-TOTAL-RECEBER TO WS-VALOR-ENCONTRO
           END-IF.
           MOVE WS-VALOR-ENCONTRO TO WS-RESTANTE.
           PERFORM 550-DISTRIBUIR-PAGAVEL
               VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > WS-PG-QTD.
           MOVE WS-VALOR-ENCONTRO TO WS-RESTANTE.
           PERFORM 555-DISTRIBUIR-RECEBIVEL
               VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > WS-RC-QTD.

           DISPLAY "Contas a pagar compensadas:".
           PERFORM 560-MOSTRAR-PAGAVEL
               VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > WS-PG-QTD.
           DISPLAY "Titulos a receber compensados:".
           PERFORM 565-MOSTRAR-RECEBIVEL
               VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > WS-RC-QTD.
           DISPLAY "Valor do encontro: " WS-VALOR-ENCONTRO.
           DISPLAY "Gravar a proposta e reservar os valores? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Proposta descartada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 570-GRAVAR-PROPOSTA.

       510-LER-FORNECEDOR.
           MOVE SPACES TO WS-RAZAO-ENCONTRO.
           OPEN INPUT FORNECEDORES-FILE.
           IF STATUS-OK-FORN
               MOVE WS-CNPJ-ENCONTRO TO F-CNPJ
               READ FORNECEDORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO WS-RAZAO-ENCONTRO
               END-READ
           END-IF.
           CLOSE FORNECEDORES-FILE.

      *> CONTAS A PAGAR COMPENSAVEIS: ABERTAS OU VENCIDAS, EM REAIS,
      *> COM SALDO, E QUE NAO FORAM CEDIDAS A TERCEIRO (O CREDOR DA
      *> CONTA CEDIDA E O CESSIONARIO, NAO O CLIENTE). PERCORRE PELO
      *> VENCIMENTO PARA AS MAIS ANTIGAS SEREM COMPENSADAS PRIMEIRO
       520-COLETAR-PAGAVEIS.
           MOVE ZERO TO WS-PG-QTD WS-TOTAL-PAGAR.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CESSAO-ABERTO.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTO
           END-IF.
           MOVE 'N' TO WS-FIM-ITENS.
           MOVE ZEROS TO CP-DATA-VENC.
           START CONTAPAGAR-FILE KEY IS NOT LESS THAN CP-DATA-VENC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ITENS
           END-START.
           PERFORM 525-LER-PAGAVEL UNTIL WS-FIM-ITENS = 'Y'.
           IF WS-CESSAO-ABERTO = 'S'
               CLOSE CESSAO-FILE
           END-IF.
           CLOSE CONTAPAGAR-FILE.

       525-LER-PAGAVEL.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-ITENS
               NOT AT END
                   IF CP-CNPJ-FORN = WS-CNPJ-ENCONTRO AND
                           (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V') AND
                           (CP-MOEDA = 'BRL' OR CP-MOEDA = SPACES) AND
                           CP-SALDO > ZERO AND
                           WS-PG-QTD < 200
                       PERFORM 527-VERIFICAR-CESSAO
                       IF WS-CONTA-CEDIDA = 'N'
                           ADD 1 TO WS-PG-QTD
                           MOVE CP-NUM-DOC TO WS-PG-DOC(WS-PG-QTD)
                           MOVE CP-DATA-VENC TO WS-PG-VENC(WS-PG-QTD)
                           MOVE CP-SALDO TO WS-PG-SALDO(WS-PG-QTD)
                           MOVE ZERO TO WS-PG-USAR(WS-PG-QTD)
                           ADD CP-SALDO TO WS-TOTAL-PAGAR
                       END-IF
                   END-IF
           END-READ.

       527-VERIFICAR-CESSAO.
           MOVE 'N' TO WS-CONTA-CEDIDA.
           IF WS-CESSAO-ABERTO = 'S'
               MOVE CP-NUM-DOC TO CS-NUM-DOC
               MOVE CP-CNPJ-FORN TO CS-CNPJ-FORN
               READ CESSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-SITUACAO = 'A'
                           MOVE 'S' TO WS-CONTA-CEDIDA
                       END-IF
               END-READ
           END-IF.

      *> TITULOS A RECEBER EM ABERTO DO CNPJ COM VALOR DISPONIVEL
      *> (TITREC-FILE JA ABERTO PELO CHAMADOR)
       530-COLETAR-RECEBIVEIS.
           MOVE ZERO TO WS-RC-QTD WS-TOTAL-RECEBER.
           MOVE 'N' TO WS-FIM-ITENS.
           MOVE WS-CNPJ-ENCONTRO TO RC-CNPJ.
           MOVE LOW-VALUES TO RC-NUM-TITULO.
           START TITREC-FILE KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ITENS
           END-START.
           PERFORM 535-LER-RECEBIVEL UNTIL WS-FIM-ITENS = 'Y'.

       535-LER-RECEBIVEL.
           READ TITREC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-ITENS
               NOT AT END
                   IF RC-CNPJ NOT = WS-CNPJ-ENCONTRO
                       MOVE 'Y' TO WS-FIM-ITENS
                   ELSE
                       COMPUTE WS-DISPONIVEL = RC-SALDO
                           - RC-VALOR-RESERVADO - RC-VALOR-A-BAIXAR
                           - RC-VALOR-EXPORTADO
                       IF RC-SITUACAO = 'A' AND WS-DISPONIVEL > ZERO
                               AND WS-RC-QTD < 200
                           ADD 1 TO WS-RC-QTD
                           MOVE RC-NUM-TITULO TO WS-RC-TITULO(WS-RC-QTD)
                           MOVE RC-DATA-VENC TO WS-RC-VENC(WS-RC-QTD)
                           MOVE WS-DISPONIVEL TO WS-RC-SALDO(WS-RC-QTD)
                           MOVE ZERO TO WS-RC-USAR(WS-RC-QTD)
                           ADD WS-DISPONIVEL TO WS-TOTAL-RECEBER
                       END-IF
                   END-IF
           END-READ.

       540-VERIFICAR-PROPOSTA-ABERTA.
           MOVE ZERO TO WS-NUM-ENCONTRO.
           OPEN INPUT ENCONTRO-FILE.
           IF NOT STATUS-OK-EN
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO EN-NUM.
           START ENCONTRO-FILE KEY IS GREATER THAN EN-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 545-LER-PROPOSTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ENCONTRO-FILE.

       545-LER-PROPOSTA.
           READ ENCONTRO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF EN-CNPJ = WS-CNPJ-ENCONTRO AND EN-SITUACAO = 'P'
                       MOVE EN-NUM TO WS-NUM-ENCONTRO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   END-IF
           END-READ.

       550-DISTRIBUIR-PAGAVEL.
           IF WS-RESTANTE > WS-PG-SALDO(WS-PG-IDX)
               MOVE WS-PG-SALDO(WS-PG-IDX) TO WS-PG-USAR(WS-PG-IDX)
           ELSE
               MOVE WS-RESTANTE TO WS-PG-USAR(WS-PG-IDX)
           END-IF.
           SUBTRACT WS-PG-USAR(WS-PG-IDX) FROM WS-RESTANTE.

       555-DISTRIBUIR-RECEBIVEL.
           IF WS-RESTANTE > WS-RC-SALDO(WS-RC-IDX)
               MOVE WS-RC-SALDO(WS-RC-IDX) TO WS-RC-USAR(WS-RC-IDX)
           ELSE
               MOVE WS-RESTANTE TO WS-RC-USAR(WS-RC-IDX)
           END-IF.
           SUBTRACT WS-RC-USAR(WS-RC-IDX) FROM WS-RESTANTE.

       560-MOSTRAR-PAGAVEL.
           IF WS-PG-USAR(WS-PG-IDX) > ZERO
               DISPLAY "  Doc " WS-PG-DOC(WS-PG-IDX)
                       " venc " WS-PG-VENC(WS-PG-IDX)
                       " saldo " WS-PG-SALDO(WS-PG-IDX)
                       " compensa " WS-PG-USAR(WS-PG-IDX)
           END-IF.

       565-MOSTRAR-RECEBIVEL.
           IF WS-RC-USAR(WS-RC-IDX) > ZERO
               DISPLAY "  Titulo " WS-RC-TITULO(WS-RC-IDX)
                       " venc " WS-RC-VENC(WS-RC-IDX)
                       " disponivel " WS-RC-SALDO(WS-RC-IDX)
                       " compensa " WS-RC-USAR(WS-RC-IDX)
           END-IF.

      *> GRAVA O TERMO 'P' COM OS ITENS DOS DOIS LADOS E RESERVA O
      *> VALOR NOS TITULOS A RECEBER, PARA OUTRA PROPOSTA NAO USAR O
      *> MESMO SALDO; A CONTA A PAGAR SO E TOCADA NA EFETIVACAO
       570-GRAVAR-PROPOSTA.
           OPEN I-O ENCONTRO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EN
               OPEN OUTPUT ENCONTRO-FILE
               CLOSE ENCONTRO-FILE
               OPEN I-O ENCONTRO-FILE
           END-IF.
           IF NOT STATUS-OK-EN
               DISPLAY "ERRO ao abrir arquivo de encontros. Status: "
                       WS-STATUS-ENCONTRO
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ENCITEM-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EI
               OPEN OUTPUT ENCITEM-FILE
               CLOSE ENCITEM-FILE
               OPEN I-O ENCITEM-FILE
           END-IF.
           IF NOT STATUS-OK-EI
               DISPLAY "ERRO ao abrir itens de encontro. Status: "
                       WS-STATUS-ENCITEM
               CLOSE ENCITEM-FILE
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.

      *> PROXIMO NUMERO: O MAIOR JA GRAVADO MAIS UM
           MOVE ZERO TO WS-NUM-ENCONTRO.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO EN-NUM.
           START ENCONTRO-FILE KEY IS GREATER THAN EN-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 575-LER-MAIOR-NUMERO UNTIL WS-FIM-LEITURA = 'Y'.
           ADD 1 TO WS-NUM-ENCONTRO.

           MOVE ZERO TO WS-SEQ-ITEM.
           PERFORM 580-GRAVAR-ITEM-PAGAVEL
               VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > WS-PG-QTD.
           PERFORM 900-ABRIR-TITREC.
           PERFORM 585-GRAVAR-ITEM-RECEBIVEL
               VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > WS-RC-QTD.
           CLOSE TITREC-FILE.
           CLOSE ENCITEM-FILE.

           MOVE WS-NUM-ENCONTRO TO EN-NUM.
           MOVE WS-CNPJ-ENCONTRO TO EN-CNPJ.
           MOVE WS-DATA-HOJE TO EN-DATA-PROPOSTA.
           MOVE WS-VALOR-ENCONTRO TO EN-VALOR.
           MOVE WS-SEQ-ITEM TO EN-QTD-ITENS.
           MOVE 'P' TO EN-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO EN-USUARIO-PROP.
           MOVE ZEROS TO EN-DATA-EFETIVACAO EN-DATA-EXPORTACAO.
           MOVE SPACES TO EN-USUARIO-EFET.
           MOVE 'N' TO EN-EXPORTADO.
           WRITE ENCONTRO-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o encontro. Status: "
                           WS-STATUS-ENCONTRO
               NOT INVALID KEY
                   DISPLAY "Encontro " WS-NUM-ENCONTRO " proposto; "
                           "imprima o termo (opcao T) para as partes "
                           "assinarem."
           END-WRITE.
           CLOSE ENCONTRO-FILE.

       575-LER-MAIOR-NUMERO.
           READ ENCONTRO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE EN-NUM TO WS-NUM-ENCONTRO
           END-READ.

       580-GRAVAR-ITEM-PAGAVEL.
           IF WS-PG-USAR(WS-PG-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQ-ITEM.
           MOVE WS-NUM-ENCONTRO TO EI-NUM.
           MOVE WS-SEQ-ITEM TO EI-SEQ.
           MOVE 'P' TO EI-LADO.
           MOVE WS-CNPJ-ENCONTRO TO EI-CNPJ.
           MOVE WS-PG-DOC(WS-PG-IDX) TO EI-NUM-DOC.
           MOVE SPACES TO EI-NUM-TITULO.
           MOVE WS-PG-VENC(WS-PG-IDX) TO EI-DATA-VENC.
           MOVE WS-PG-USAR(WS-PG-IDX) TO EI-VALOR.
           WRITE ENCITEM-REG.

       585-GRAVAR-ITEM-RECEBIVEL.
           IF WS-RC-USAR(WS-RC-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQ-ITEM.
           MOVE WS-NUM-ENCONTRO TO EI-NUM.
           MOVE WS-SEQ-ITEM TO EI-SEQ.
           MOVE 'R' TO EI-LADO.
           MOVE WS-CNPJ-ENCONTRO TO EI-CNPJ.
           MOVE ZERO TO EI-NUM-DOC.
           MOVE WS-RC-TITULO(WS-RC-IDX) TO EI-NUM-TITULO.
           MOVE WS-RC-VENC(WS-RC-IDX) TO EI-DATA-VENC.
           MOVE WS-RC-USAR(WS-RC-IDX) TO EI-VALOR.
           WRITE ENCITEM-REG.
           MOVE WS-CNPJ-ENCONTRO TO RC-CNPJ.
           MOVE WS-RC-TITULO(WS-RC-IDX) TO RC-NUM-TITULO.
           READ TITREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-RC-USAR(WS-RC-IDX) TO RC-VALOR-RESERVADO
                   REWRITE TITREC-REG
           END-READ.

      *> TERMO DE ENCONTRO DE CONTAS PARA ASSINATURA DAS DUAS PARTES
       600-IMPRIMIR-TERMO.
           DISPLAY "Numero do encontro: " WITH NO ADVANCING.
           ACCEPT WS-NUM-ENCONTRO.
           OPEN INPUT ENCONTRO-FILE.
           IF NOT STATUS-OK-EN
               DISPLAY "AVISO: nenhum encontro registrado ainda."
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ENCONTRO TO EN-NUM.
           READ ENCONTRO-FILE
               INVALID KEY
                   DISPLAY "ERRO: encontro nao encontrado."
                   CLOSE ENCONTRO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ENCONTRO-FILE.
           IF EN-SITUACAO = 'X'
               DISPLAY "AVISO: encontro cancelado; termo nao emitido."
               EXIT PARAGRAPH
           END-IF.
           MOVE EN-CNPJ TO WS-CNPJ-ENCONTRO.
           PERFORM 510-LER-FORNECEDOR.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'ENCONTRO_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "TERMO DE ENCONTRO DE CONTAS No " EN-NUM
                  " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PARTE: " WS-RAZAO-ENCONTRO " CNPJ " EN-CNPJ
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "AS PARTES, SENDO RECIPROCAMENTE CREDORA E DEVEDORA UMA"
             TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DA OUTRA, CONCORDAM EM COMPENSAR (ARTS. 368 E "
                  "SEGUINTES DO CODIGO CIVIL) OS DOCUMENTOS ABAIXO,"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DANDO-SE MUTUA QUITACAO ATE O VALOR DE R$ " EN-VALOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "DOCUMENTOS A PAGAR (DEVIDOS A PARTE)" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "DOCUMENTO       VENCIMENTO  VALOR COMPENSADO"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-TERMO-PAGAR WS-TERMO-RECEBER.
           OPEN INPUT ENCITEM-FILE.
           MOVE 'P' TO WS-LADO-TERMO.
           PERFORM 610-LISTAR-ITENS-TERMO.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL A PAGAR COMPENSADO: " WS-TERMO-PAGAR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "TITULOS A RECEBER (DEVIDOS PELA PARTE)" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "TITULO          VENCIMENTO  VALOR COMPENSADO"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 'R' TO WS-LADO-TERMO.
           PERFORM 610-LISTAR-ITENS-TERMO.
           CLOSE ENCITEM-FILE.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL A RECEBER COMPENSADO: " WS-TERMO-RECEBER
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "_________________________________      "
                  "_________________________________"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PELA EMPRESA                           "
                  WS-RAZAO-ENCONTRO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Termo gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> ITENS DO TERMO DO LADO PEDIDO EM WS-LADO-TERMO
       610-LISTAR-ITENS-TERMO.
           MOVE 'N' TO WS-FIM-ITENS.
           MOVE EN-NUM TO EI-NUM.
           MOVE ZERO TO EI-SEQ.
           START ENCITEM-FILE KEY IS NOT LESS THAN EI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ITENS
           END-START.
           PERFORM 615-LER-ITEM-TERMO UNTIL WS-FIM-ITENS = 'Y'.

       615-LER-ITEM-TERMO.
           READ ENCITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-ITENS
               NOT AT END
                   IF EI-NUM NOT = EN-NUM
                       MOVE 'Y' TO WS-FIM-ITENS
                   ELSE
                       IF EI-LADO = WS-LADO-TERMO
                           MOVE SPACES TO WS-LINHA
                           IF EI-LADO = 'P'
                               ADD EI-VALOR TO WS-TERMO-PAGAR
                               STRING EI-NUM-DOC "      " EI-DATA-VENC
                                      "    " EI-VALOR
                                   DELIMITED BY SIZE INTO WS-LINHA
                           ELSE
                               ADD EI-VALOR TO WS-TERMO-RECEBER
                               STRING EI-NUM-TITULO " " EI-DATA-VENC
                                      "    " EI-VALOR
                                   DELIMITED BY SIZE INTO WS-LINHA
                           END-IF
                           PERFORM 890-EMITIR-LINHA
                       END-IF
                   END-IF
           END-READ.

      *> COM O TERMO ASSINADO: CONFERE QUE TODAS AS CONTAS A PAGAR DO
      *> TERMO AINDA TEM SALDO PARA A COMPENSACAO (NENHUMA FOI PAGA OU
      *> CEDIDA NO MEIO DO CAMINHO) E SO ENTAO BAIXA TUDO; OS TITULOS
      *> A RECEBER PASSAM DE RESERVADOS PARA A BAIXAR NO CR
       700-EFETIVAR-ENCONTRO.
           DISPLAY "--- Efetivacao de Encontro de Contas ---".
           PERFORM 760-LOCALIZAR-PROPOSTA.
           IF NOT STATUS-OK-EN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Encontro " EN-NUM " CNPJ " EN-CNPJ " valor "
                   EN-VALOR.
           DISPLAY "O termo foi assinado pelas duas partes? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Efetivacao cancelada."
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               CLOSE CONTAPAGAR-FILE
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENCITEM-FILE.
           MOVE 'S' TO WS-ITENS-OK.
           MOVE 'N' TO WS-CESSAO-ABERTO.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTO
           END-IF.
           MOVE 'C' TO WS-ACAO-ITEM.
           PERFORM 710-PERCORRER-ITENS.
           IF WS-CESSAO-ABERTO = 'S'
               CLOSE CESSAO-FILE
           END-IF.
           IF WS-ITENS-OK = 'N'
               DISPLAY "Efetivacao abortada; cancele o encontro e "
                       "proponha de novo."
               CLOSE ENCITEM-FILE
               CLOSE CONTAPAGAR-FILE
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 900-ABRIR-TITREC.
           MOVE 'B' TO WS-ACAO-ITEM.
           PERFORM 710-PERCORRER-ITENS.
           CLOSE TITREC-FILE.
           CLOSE ENCITEM-FILE.
           CLOSE CONTAPAGAR-FILE.

           MOVE 'E' TO EN-SITUACAO.
           MOVE WS-DATA-HOJE TO EN-DATA-EFETIVACAO.
           MOVE WS-USUARIO-SESSAO TO EN-USUARIO-EFET.
           REWRITE ENCONTRO-REG.
           CLOSE ENCONTRO-FILE.
           DISPLAY "Encontro " EN-NUM " efetivado; exporte as baixas "
                   "para o contas a receber (opcao B).".

       710-PERCORRER-ITENS.
           MOVE 'N' TO WS-FIM-ITENS.
           MOVE EN-NUM TO EI-NUM.
           MOVE ZERO TO EI-SEQ.
           START ENCITEM-FILE KEY IS NOT LESS THAN EI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-ITENS
           END-START.
           PERFORM 715-LER-ITEM UNTIL WS-FIM-ITENS = 'Y'.

       715-LER-ITEM.
           READ ENCITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-ITENS
               NOT AT END
                   IF EI-NUM NOT = EN-NUM
                       MOVE 'Y' TO WS-FIM-ITENS
                   ELSE
                       EVALUATE WS-ACAO-ITEM
                           WHEN 'C'
                               IF EI-LADO = 'P'
                                   PERFORM 720-CONFERIR-PAGAVEL
                               END-IF
                           WHEN 'B'
                               IF EI-LADO = 'P'
                                   PERFORM 730-BAIXAR-PAGAVEL
                               ELSE
                                   PERFORM 740-BAIXAR-RECEBIVEL
                               END-IF
                           WHEN 'X'
                               IF EI-LADO = 'R'
                                   PERFORM 745-LIBERAR-RESERVA
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       720-CONFERIR-PAGAVEL.
           MOVE EI-NUM-DOC TO CP-NUM-DOC.
           MOVE EI-CNPJ TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: doc " EI-NUM-DOC " nao existe mais."
                   MOVE 'N' TO WS-ITENS-OK
                   EXIT PARAGRAPH
           END-READ.
           IF (CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V') OR
                   CP-SALDO < EI-VALOR
               DISPLAY "ERRO: doc " EI-NUM-DOC " mudou desde a proposta"
                       " (situacao " CP-SITUACAO " saldo " CP-SALDO ")."
               MOVE 'N' TO WS-ITENS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 527-VERIFICAR-CESSAO.
           IF WS-CONTA-CEDIDA = 'S'
               DISPLAY "ERRO: doc " EI-NUM-DOC " foi cedido a terceiro."
               MOVE 'N' TO WS-ITENS-OK
           END-IF.

       730-BAIXAR-PAGAVEL.
           MOVE EI-NUM-DOC TO CP-NUM-DOC.
           MOVE EI-CNPJ TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT EI-VALOR FROM CP-SALDO.
           IF CP-SALDO = ZERO
               MOVE 'P' TO CP-SITUACAO
               MOVE WS-DATA-HOJE TO CP-DATA-PGTO
           END-IF.
           REWRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao regravar doc " CP-NUM-DOC
                           ". Status: " WS-STATUS-CONTAPAGAR
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'A' TO WS-JRN-OPERACAO.
           PERFORM 981-JORNALIZAR-CONTA.
           PERFORM 735-GRAVAR-HISTORICO.
           MOVE CP-NUM-DOC TO WS-NP-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN.
           MOVE SPACES TO WS-NP-TEXTO.
           STRING "Encontro de contas " EN-NUM ": compensado "
                  EI-VALOR
               DELIMITED BY SIZE INTO WS-NP-TEXTO.
           CALL 'NOTACONT' USING WS-NOTA-PARM.
           DISPLAY "Doc " CP-NUM-DOC " compensado em " EI-VALOR
                   "; saldo " CP-SALDO.

      *> O LANCAMENTO 'ENCONTRO' NAO E SAIDA DE CAIXA: NAO TEM CONTA
      *> BANCARIA, A CONCILIACAO E O BORDERO O IGNORAM E O GLEXTRAT O
      *> LEVA PARA A CONTA DE CLIENTES MAPEADA EM '*FIN  '/'ENCO'
       735-GRAVAR-HISTORICO.
           OPEN I-O HISTPAGTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-HIST
               OPEN OUTPUT HISTPAGTO-FILE
           END-IF.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO ao abrir historico. Status: "
                       WS-STATUS-HISTPAGTO
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-DOC TO WS-HIST-NUM-DOC-ALVO.
           MOVE ZERO TO WS-HIST-SEQ.
           MOVE 'N' TO WS-HIST-FIM-LEITURA.
           MOVE CP-NUM-DOC TO H-NUM-DOC.
           START HISTPAGTO-FILE KEY IS EQUAL TO H-NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-FIM-LEITURA
           END-START.
           PERFORM 737-LER-MAIOR-SEQ UNTIL WS-HIST-FIM-LEITURA = 'Y'.
           ADD 1 TO WS-HIST-SEQ.

           MOVE CP-NUM-DOC TO H-NUM-DOC.
           MOVE WS-HIST-SEQ TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE WS-DATA-HOJE TO H-DATA-PGTO.
           MOVE EI-VALOR TO H-VALOR-ORIGINAL.
           MOVE EI-VALOR TO H-VALOR-PAGO.
           MOVE 'ENCONTRO' TO H-METODO-PGTO.
           MOVE WS-USUARIO-SESSAO(1:6) TO H-APROVADOR.
           MOVE SPACES TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar historico do encontro."
               NOT INVALID KEY
                   MOVE 'HISTPAGTO' TO WS-JRN-ARQUIVO
                   MOVE 'I' TO WS-JRN-OPERACAO
                   MOVE SPACES TO WS-JRN-IMAGEM
                   MOVE HIST-REG TO WS-JRN-IMAGEM(1:128)
                   PERFORM 980-GRAVAR-JORNAL
           END-WRITE.
           CLOSE HISTPAGTO-FILE.

       737-LER-MAIOR-SEQ.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-FIM-LEITURA
               NOT AT END
                   IF H-NUM-DOC NOT = WS-HIST-NUM-DOC-ALVO
                       MOVE 'Y' TO WS-HIST-FIM-LEITURA
                   ELSE
                       IF H-SEQ > WS-HIST-SEQ
                           MOVE H-SEQ TO WS-HIST-SEQ
                       END-IF
                   END-IF
           END-READ.

       740-BAIXAR-RECEBIVEL.
           MOVE EI-CNPJ TO RC-CNPJ.
           MOVE EI-NUM-TITULO TO RC-NUM-TITULO.
           READ TITREC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RC-VALOR-RESERVADO > EI-VALOR
               SUBTRACT EI-VALOR FROM RC-VALOR-RESERVADO
           ELSE
               MOVE ZERO TO RC-VALOR-RESERVADO
           END-IF.
           ADD EI-VALOR TO RC-VALOR-A-BAIXAR.
           REWRITE TITREC-REG.

       745-LIBERAR-RESERVA.
           MOVE EI-CNPJ TO RC-CNPJ.
           MOVE EI-NUM-TITULO TO RC-NUM-TITULO.
           READ TITREC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RC-VALOR-RESERVADO > EI-VALOR
               SUBTRACT EI-VALOR FROM RC-VALOR-RESERVADO
           ELSE
               MOVE ZERO TO RC-VALOR-RESERVADO
           END-IF.
           REWRITE TITREC-REG.

       750-CANCELAR-ENCONTRO.
           DISPLAY "--- Cancelamento de Encontro Proposto ---".
           PERFORM 760-LOCALIZAR-PROPOSTA.
           IF NOT STATUS-OK-EN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma o cancelamento do encontro " EN-NUM
                   "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENCITEM-FILE.
           PERFORM 900-ABRIR-TITREC.
           MOVE 'X' TO WS-ACAO-ITEM.
           PERFORM 710-PERCORRER-ITENS.
           CLOSE TITREC-FILE.
           CLOSE ENCITEM-FILE.
           MOVE 'X' TO EN-SITUACAO.
           REWRITE ENCONTRO-REG.
           CLOSE ENCONTRO-FILE.
           DISPLAY "Encontro cancelado; valores liberados.".

      *> ABRE ENCONTRO.DAT EM I-O E LE O TERMO DIGITADO; SAI COM O
      *> ARQUIVO ABERTO SO QUANDO O TERMO EXISTE E ESTA PROPOSTO
       760-LOCALIZAR-PROPOSTA.
           DISPLAY "Numero do encontro: " WITH NO ADVANCING.
           ACCEPT WS-NUM-ENCONTRO.
           OPEN I-O ENCONTRO-FILE.
           IF NOT STATUS-OK-EN
               DISPLAY "AVISO: nenhum encontro registrado ainda."
               CLOSE ENCONTRO-FILE
               MOVE '35' TO WS-STATUS-ENCONTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ENCONTRO TO EN-NUM.
           READ ENCONTRO-FILE
               INVALID KEY
                   DISPLAY "ERRO: encontro nao encontrado."
                   CLOSE ENCONTRO-FILE
                   MOVE '23' TO WS-STATUS-ENCONTRO
                   EXIT PARAGRAPH
           END-READ.
           IF EN-SITUACAO NOT = 'P'
               DISPLAY "AVISO: o encontro nao esta proposto (situacao "
                       EN-SITUACAO ")."
               CLOSE ENCONTRO-FILE
               MOVE '23' TO WS-STATUS-ENCONTRO
           END-IF.

      *> ARQUIVO DE BAIXAS PARA O CONTAS A RECEBER: UMA LINHA POR
      *> TITULO COMPENSADO NOS ENCONTROS EFETIVADOS AINDA NAO
      *> EXPORTADOS. O ARQUIVO E REFEITO A CADA EXPORTACAO
       800-EXPORTAR-BAIXAS.
           DISPLAY "--- Exportacao de Baixas para o Contas a Receber ---".
           OPEN I-O ENCONTRO-FILE.
           IF NOT STATUS-OK-EN
               DISPLAY "AVISO: nenhum encontro registrado ainda."
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ENCBAIXA-FILE.
           IF NOT STATUS-OK-EB
               DISPLAY "ERRO ao criar ENCBAIXA.DAT. Status: "
                       WS-STATUS-ENCBAIXA
               CLOSE ENCONTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENCITEM-FILE.
           PERFORM 900-ABRIR-TITREC.
           MOVE ZERO TO WS-QTD-CANDIDATOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO EN-NUM.
           START ENCONTRO-FILE KEY IS GREATER THAN EN-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 810-LER-ENCONTRO-EFETIVADO
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TITREC-FILE.
           CLOSE ENCITEM-FILE.
           CLOSE ENCBAIXA-FILE.
           CLOSE ENCONTRO-FILE.
           DISPLAY "Titulos exportados em ENCBAIXA.DAT: "
                   WS-QTD-CANDIDATOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       810-LER-ENCONTRO-EFETIVADO.
           READ ENCONTRO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF EN-SITUACAO = 'E' AND EN-EXPORTADO = 'N'
                       MOVE 'N' TO WS-FIM-ITENS
                       MOVE EN-NUM TO EI-NUM
                       MOVE ZERO TO EI-SEQ
                       START ENCITEM-FILE KEY IS NOT LESS THAN EI-CHAVE
                           INVALID KEY
                               MOVE 'Y' TO WS-FIM-ITENS
                       END-START
                       PERFORM 820-EXPORTAR-ITEM
                           UNTIL WS-FIM-ITENS = 'Y'
                       MOVE 'S' TO EN-EXPORTADO
                       MOVE WS-DATA-HOJE TO EN-DATA-EXPORTACAO
                       REWRITE ENCONTRO-REG
                   END-IF
           END-READ.

       820-EXPORTAR-ITEM.
           READ ENCITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-ITENS
               NOT AT END
                   IF EI-NUM NOT = EN-NUM
                       MOVE 'Y' TO WS-FIM-ITENS
                   ELSE
                       IF EI-LADO = 'R'
                           MOVE EI-CNPJ TO EB-CNPJ-CLIENTE
                           MOVE EI-NUM-TITULO TO EB-NUM-TITULO
                           MOVE EI-VALOR TO EB-VALOR
                           MOVE EN-DATA-EFETIVACAO TO EB-DATA-BAIXA
                           MOVE EN-NUM TO EB-NUM-ENCONTRO
                           WRITE ENCBAIXA-REG
                           ADD 1 TO WS-QTD-CANDIDATOS
                           PERFORM 830-MARCAR-EXPORTADO
                       END-IF
                   END-IF
           END-READ.

       830-MARCAR-EXPORTADO.
           MOVE EI-CNPJ TO RC-CNPJ.
           MOVE EI-NUM-TITULO TO RC-NUM-TITULO.
           READ TITREC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RC-VALOR-A-BAIXAR > EI-VALOR
               SUBTRACT EI-VALOR FROM RC-VALOR-A-BAIXAR
           ELSE
               MOVE ZERO TO RC-VALOR-A-BAIXAR
           END-IF.
           ADD EI-VALOR TO RC-VALOR-EXPORTADO.
           REWRITE TITREC-REG.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       900-ABRIR-TITREC.
           OPEN I-O TITREC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RC
               OPEN OUTPUT TITREC-FILE
               CLOSE TITREC-FILE
               OPEN I-O TITREC-FILE
           END-IF.
           IF NOT STATUS-OK-RC
               DISPLAY "ERRO ao abrir titulos a receber. Status: "
                       WS-STATUS-TITREC
               CLOSE TITREC-FILE
           END-IF.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL); A OPERACAO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE CONTA-REG TO WS-JRN-IMAGEM(1:287).
           PERFORM 980-GRAVAR-JORNAL.
