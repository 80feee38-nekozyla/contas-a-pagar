       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAOCP.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTIMP-FILE *> Fatura do cartao corporativo enviada pelo emissor
               ASSIGN TO 'CARTAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTIMP.

           SELECT FATCART-FILE *> Faturas de cartao importadas
               ASSIGN TO 'FATCART.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-STATUS-FATCART.

           SELECT CARTLIN-FILE *> Lancamentos de cada fatura, com o atesto do portador
               ASSIGN TO 'CARTLIN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WS-STATUS-CARTLIN.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT USUARIOS-FILE *> Cadastro de usuarios, para validar o portador
               ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WS-STATUS-USUARIOS.

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

           SELECT RATEIO-FILE *> Rateio de uma conta entre centros de custo
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT PROXDOC-FILE *> Contador do proximo numero de documento
               ASSIGN TO 'PROXDOC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXDOC.

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
      *> UMA LINHA POR COMPRA NA FATURA DO EMISSOR, AGRUPADA POR
      *> FATURA. O PORTADOR VEM COM O CODIGO DE USUARIO DO SISTEMA,
      *> CADASTRADO JUNTO AO EMISSOR COMO IDENTIFICACAO DO CARTAO
       FD  CARTIMP-FILE.
       01  CARTIMP-REG.
           05 CI-CNPJ-EMISSOR     PIC 9(14).
           05 CI-NUM-FATURA       PIC X(12).
           05 CI-DATA-VENC        PIC 9(08).
           05 CI-PORTADOR         PIC X(10).
           05 CI-ESTABELECIMENTO  PIC X(30).
           05 CI-DATA-COMPRA      PIC 9(08).
           05 CI-VALOR            PIC 9(10)V99.

      *> FC-SITUACAO 'A' ABERTA (EM ATESTO), 'F' FECHADA, COM A CONTA
      *> A PAGAR AO EMISSOR EM FC-NUM-DOC
       FD  FATCART-FILE.
       01  FATCART-REG.
           05 FC-CHAVE.
              10 FC-CNPJ-EMISSOR  PIC 9(14).
              10 FC-NUM-FATURA    PIC X(12).
           05 FC-DATA-VENC        PIC 9(08).
           05 FC-VALOR-TOTAL      PIC 9(10)V99.
           05 FC-QTD-LINHAS       PIC 9(05).
           05 FC-SITUACAO         PIC X(01).
           05 FC-NUM-DOC          PIC 9(10).
           05 FC-USUARIO          PIC X(10).
           05 FC-DATA-HORA        PIC 9(14).

      *> CL-SITUACAO 'P' PENDENTE DE ATESTO, 'T' ATESTADA PELO
      *> PORTADOR, 'S' LEVADA AO CENTRO SUSPENSO NO FECHAMENTO POR NAO
      *> TER SIDO ATESTADA ATE O VENCIMENTO
       FD  CARTLIN-FILE.
       01  CARTLIN-REG.
           05 CL-CHAVE.
              10 CL-CNPJ-EMISSOR  PIC 9(14).
              10 CL-NUM-FATURA    PIC X(12).
              10 CL-SEQ           PIC 9(05).
           05 CL-PORTADOR         PIC X(10).
           05 CL-ESTABELECIMENTO  PIC X(30).
           05 CL-DATA-COMPRA      PIC 9(08).
           05 CL-VALOR            PIC 9(10)V99.
           05 CL-CENTRO-CUSTO     PIC X(06).
           05 CL-NATUREZA         PIC X(04).
           05 CL-SITUACAO         PIC X(01).
           05 CL-USUARIO-ATESTO   PIC X(10).
           05 CL-DATA-HORA-ATESTO PIC 9(14).

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

       FD  USUARIOS-FILE.
       01  USUARIO-REG.
           05 US-USUARIO       PIC X(10).
           05 US-NOME          PIC X(30).
           05 US-SITUACAO      PIC X(01).
           05 US-SENHA         PIC X(26).
           05 US-PERFIL        PIC X(01).
           05 US-DATA-TROCA-SENHA PIC 9(08).
           05 US-TENTATIVAS    PIC 9(02).
           05 US-BLOQUEADO     PIC X(01).
           05 US-SENHAS-ANT.
              10 US-SENHA-ANT  PIC X(26) OCCURS 3 TIMES.

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

       FD  PROXDOC-FILE.
       01  PROXDOC-REG.
           05 PD-PROX-NUM-DOC  PIC 9(10).

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
       01 WS-STATUS-CARTIMP        PIC X(2).
          88 STATUS-OK-CI           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CI VALUE '35'.
       01 WS-STATUS-FATCART        PIC X(2).
          88 STATUS-OK-FC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FC VALUE '35'.
       01 WS-STATUS-CARTLIN        PIC X(2).
          88 STATUS-OK-CL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CL VALUE '35'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-USUARIOS       PIC X(2).
          88 STATUS-OK-US           VALUE '00'.
       01 WS-STATUS-CENTROC        PIC X(2).
          88 STATUS-OK-CTC          VALUE '00'.
       01 WS-STATUS-NATUREZA       PIC X(2).
          88 STATUS-OK-NT           VALUE '00'.
       01 WS-STATUS-RATEIO         PIC X(2).
          88 STATUS-OK-RA           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RA VALUE '35'.
       01 WS-STATUS-PROXDOC        PIC X(2).
          88 STATUS-OK-PD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PD VALUE '35'.
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
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMA              PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-LINHAS            PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-LINHA                 PIC X(132).
       01 WS-DADO-VALIDO           PIC X(01).
       01 WS-CC-SUSPENSO           PIC X(06) VALUE SPACES.

      *> IMPORTACAO: A FATURA CORRENTE DO ARQUIVO E SE ELA FOI ACEITA
      *> (EMISSOR CADASTRADO E FATURA AINDA NAO IMPORTADA)
       01 WS-IMP-CNPJ-CORRENTE     PIC 9(14) VALUE ZERO.
       01 WS-IMP-FATURA-CORRENTE   PIC X(12) VALUE SPACES.
       01 WS-IMP-FATURA-ACEITA     PIC X(01).
       01 WS-IMP-SEQ               PIC 9(05).
       01 WS-QTD-LIDAS             PIC 9(06).
       01 WS-QTD-IMPORTADAS        PIC 9(06).
       01 WS-QTD-REJEITADAS        PIC 9(06).
       01 WS-QTD-FATURAS           PIC 9(05).
       01 WS-QTD-SEM-USUARIO       PIC 9(06).

      *> ATESTO PELO PORTADOR
       01 WS-PORTADOR              PIC X(10).
       01 WS-ACAO-LINHA            PIC X(01).
       01 WS-ATE-CENTRO            PIC X(06).
       01 WS-ATE-NATUREZA          PIC X(04).
       01 WS-QTD-PENDENTES         PIC 9(05).
       01 WS-QTD-ATESTADAS         PIC 9(05).

      *> FECHAMENTO: AS LINHAS SAO SOMADAS POR CENTRO E NATUREZA, QUE
      *> VIRAM AS LINHAS DO RATEIO DA CONTA (ATE 99, O QUE O EXTRATO
      *> CONTABIL COMPORTA). LINHA NAO ATESTADA ENTRA NO CENTRO
      *> SUSPENSO SEM NATUREZA PROPRIA, SEGUINDO A DA CONTA. A CONTA
      *> LEVA O CENTRO E A NATUREZA DE MAIOR VALOR
       01 WS-EMISSOR               PIC 9(14).
       01 WS-FATURA                PIC X(12).
       01 WS-LIN-CENTRO            PIC X(06).
       01 WS-LIN-NATUREZA          PIC X(04).
       01 WS-RAT-QTD               PIC 9(03) VALUE ZERO.
       01 WS-RAT-IDX               PIC 9(03).
       01 WS-RAT-ACHOU             PIC 9(03).
       01 WS-RAT-ESTOURO           PIC X(01).
       01 WS-RAT-SOMA-PERC         PIC 9(03)V99.
       01 WS-RAT-VALOR-ACUM        PIC 9(10)V99.
       01 WS-RAT-TAB.
           05 WS-RAT-ITEM OCCURS 99 TIMES.
              10 WS-RAT-CENTRO     PIC X(06).
              10 WS-RAT-NATUREZA   PIC X(04).
              10 WS-RAT-VALOR-LIN  PIC 9(10)V99.
              10 WS-RAT-PERC       PIC 9(03)V99.
       01 WS-CEN-QTD               PIC 9(03) VALUE ZERO.
       01 WS-CEN-IDX               PIC 9(03).
       01 WS-CEN-ACHOU             PIC 9(03).
       01 WS-CEN-MAIOR             PIC 9(03).
       01 WS-CEN-TAB.
           05 WS-CEN-ITEM OCCURS 99 TIMES.
              10 WS-CEN-CODIGO     PIC X(06).
              10 WS-CEN-VALOR      PIC 9(10)V99.
       01 WS-NAT-QTD               PIC 9(03) VALUE ZERO.
       01 WS-NAT-IDX               PIC 9(03).
       01 WS-NAT-ACHOU             PIC 9(03).
       01 WS-NAT-MAIOR             PIC 9(03).
       01 WS-NAT-TAB.
           05 WS-NAT-ITEM OCCURS 99 TIMES.
              10 WS-NAT-CODIGO     PIC X(04).
              10 WS-NAT-VALOR      PIC 9(10)V99.
       01 WS-CENTRO-PRINCIPAL      PIC X(06).
       01 WS-NATUREZA-PRINCIPAL    PIC X(04).
       01 WS-TOTAL-FATURA          PIC 9(10)V99.
       01 WS-TOTAL-SUSPENSO        PIC 9(10)V99.
       01 WS-QTD-LINHAS            PIC 9(05).
       01 WS-QTD-SUSPENSAS         PIC 9(05).
       01 WS-SITUACAO-INICIAL      PIC X(01).
       01 WS-NUM-DOC-FATURA        PIC 9(10).
       01 WS-DESC-SITUACAO         PIC X(10).

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
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'CARTAOCP'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> CARTAO CORPORATIVO: A FATURA DO EMISSOR E IMPORTADA COM UMA
      *> LINHA POR COMPRA; CADA PORTADOR APROPRIA AS PROPRIAS COMPRAS A
      *> UM CENTRO DE CUSTO E UMA NATUREZA E ATESTA. NO FECHAMENTO SAI
      *> UMA UNICA CONTA A PAGAR AO EMISSOR, RATEADA EM RATEIO.DAT POR
      *> CENTRO E NATUREZA, PARA O RELCC, O RELNATUR E O GLEXTRAT
      *> MOSTRAREM A DESPESA REAL. O QUE NAO FOI ATESTADO ATE O
      *> VENCIMENTO VAI PARA O CENTRO SUSPENSO DE PARAMS.DAT E ENTRA NA
      *> LISTA DE PENDENCIAS PARA COBRANCA DO PORTADOR
       100-INICIAR.
           DISPLAY "--- Cartao Corporativo ---".
           PERFORM 150-LER-SESSAO.
           PERFORM 160-LER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-CARTAO UNTIL WS-OPCAO = 'S'.
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
                   MOVE PR-CC-SUSPENSO TO WS-CC-SUSPENSO
           END-READ.
           CLOSE PARAMS-FILE.

       200-MENU-CARTAO.
           DISPLAY "--- Cartao Corporativo ---".
           DISPLAY "I - Importar fatura do emissor (supervisor)".
           DISPLAY "A - Apropriar e atestar minhas despesas".
           DISPLAY "F - Fechar fatura e gerar a conta (supervisor)".
           DISPLAY "L - Listar despesas sem atesto e em suspenso".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-IMPORTAR-FATURA
               WHEN 'A'
                   PERFORM 400-ATESTAR-DESPESAS
               WHEN 'F'
                   PERFORM 500-FECHAR-FATURA
               WHEN 'L'
                   PERFORM 700-LISTAR-PENDENCIAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> O ARQUIVO DO EMISSOR VEM AGRUPADO POR FATURA. FATURA JA
      *> IMPORTADA OU DE EMISSOR FORA DO CADASTRO DE FORNECEDORES E
      *> IGNORADA INTEIRA; PORTADOR SEM USUARIO CADASTRADO ENTRA, MAS
      *> NINGUEM CONSEGUE ATESTAR E A LINHA ACABA NO CENTRO SUSPENSO
       300-IMPORTAR-FATURA.
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: importacao restrita ao supervisor."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CARTIMP-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CI
               DISPLAY "AVISO: arquivo CARTAO.DAT nao encontrado."
               CLOSE CARTIMP-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-CI
               DISPLAY "ERRO ao abrir CARTAO.DAT. Status: "
                       WS-STATUS-CARTIMP
               CLOSE CARTIMP-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 390-ABRIR-CARTAO.
           IF NOT STATUS-OK-FC OR NOT STATUS-OK-CL
               CLOSE CARTIMP-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           OPEN INPUT USUARIOS-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CARTAOCP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "IMPORTACAO DE FATURAS DE CARTAO CORPORATIVO EM "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-LIDAS WS-QTD-IMPORTADAS WS-QTD-REJEITADAS
                        WS-QTD-FATURAS WS-QTD-SEM-USUARIO
                        WS-IMP-CNPJ-CORRENTE.
           MOVE SPACES TO WS-IMP-FATURA-CORRENTE.
           MOVE 'N' TO WS-IMP-FATURA-ACEITA.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 310-LER-LINHA-FATURA UNTIL WS-FIM-LEITURA = 'Y'.

           MOVE SPACES TO WS-LINHA.
           STRING "LIDAS " WS-QTD-LIDAS "  IMPORTADAS " WS-QTD-IMPORTADAS
                  "  REJEITADAS " WS-QTD-REJEITADAS "  FATURAS NOVAS "
                  WS-QTD-FATURAS "  SEM USUARIO " WS-QTD-SEM-USUARIO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           CLOSE USUARIOS-FILE.
           CLOSE FORNECEDORES-FILE.
           CLOSE CARTLIN-FILE.
           CLOSE FATCART-FILE.
           CLOSE CARTIMP-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio da importacao gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       310-LER-LINHA-FATURA.
           READ CARTIMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
                   IF CI-CNPJ-EMISSOR NOT = WS-IMP-CNPJ-CORRENTE OR
                           CI-NUM-FATURA NOT = WS-IMP-FATURA-CORRENTE
                       PERFORM 320-ABRIR-FATURA
                   END-IF
                   IF WS-IMP-FATURA-ACEITA = 'S'
                       PERFORM 330-GRAVAR-LINHA-FATURA
                   ELSE
                       ADD 1 TO WS-QTD-REJEITADAS
                   END-IF
           END-READ.

       320-ABRIR-FATURA.
           MOVE CI-CNPJ-EMISSOR TO WS-IMP-CNPJ-CORRENTE.
           MOVE CI-NUM-FATURA TO WS-IMP-FATURA-CORRENTE.
           MOVE 'N' TO WS-IMP-FATURA-ACEITA.
           MOVE ZERO TO WS-IMP-SEQ.
           MOVE CI-CNPJ-EMISSOR TO FC-CNPJ-EMISSOR.
           MOVE CI-NUM-FATURA TO FC-NUM-FATURA.
           READ FATCART-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-LINHA
                   STRING "FATURA " CI-NUM-FATURA " DO EMISSOR "
                          CI-CNPJ-EMISSOR " JA IMPORTADA; LINHAS IGNORADAS"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CI-CNPJ-EMISSOR TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE SPACES TO WS-LINHA
                   STRING "FATURA " CI-NUM-FATURA ": EMISSOR "
                          CI-CNPJ-EMISSOR " NAO CADASTRADO COMO "
                          "FORNECEDOR; LINHAS IGNORADAS"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
                   EXIT PARAGRAPH
           END-READ.
           IF F-SITUACAO NOT = 'A'
               MOVE SPACES TO WS-LINHA
               STRING "FATURA " CI-NUM-FATURA ": EMISSOR "
                      CI-CNPJ-EMISSOR " INATIVO; LINHAS IGNORADAS"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE CI-CNPJ-EMISSOR TO FC-CNPJ-EMISSOR.
           MOVE CI-NUM-FATURA TO FC-NUM-FATURA.
           MOVE CI-DATA-VENC TO FC-DATA-VENC.
           MOVE ZERO TO FC-VALOR-TOTAL FC-QTD-LINHAS FC-NUM-DOC.
           MOVE 'A' TO FC-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO FC-USUARIO.
           MOVE WS-DH-DATA TO FC-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FC-DATA-HORA(9:6).
           WRITE FATCART-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a fatura. Status: "
                           WS-STATUS-FATCART
               NOT INVALID KEY
                   MOVE 'S' TO WS-IMP-FATURA-ACEITA
                   ADD 1 TO WS-QTD-FATURAS
                   MOVE SPACES TO WS-LINHA
                   STRING "FATURA " CI-NUM-FATURA " DE " F-RAZAO-SOCIAL
                          " VENCIMENTO " CI-DATA-VENC
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
           END-WRITE.

       330-GRAVAR-LINHA-FATURA.
           IF CI-VALOR IS NOT NUMERIC OR CI-VALOR = ZERO OR
                   CI-DATA-COMPRA IS NOT NUMERIC
               ADD 1 TO WS-QTD-REJEITADAS
               MOVE SPACES TO WS-LINHA
               STRING "  LINHA " WS-QTD-LIDAS " REJEITADA: VALOR OU DATA "
                      "INVALIDOS (" CI-ESTABELECIMENTO ")"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE CI-PORTADOR TO US-USUARIO.
           READ USUARIOS-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-USUARIO
                   MOVE SPACES TO WS-LINHA
                   STRING "  LINHA " WS-QTD-LIDAS ": PORTADOR "
                          CI-PORTADOR " SEM USUARIO CADASTRADO; FICARA "
                          "SEM ATESTO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
           END-READ.

           ADD 1 TO WS-IMP-SEQ.
           MOVE CI-CNPJ-EMISSOR TO CL-CNPJ-EMISSOR.
           MOVE CI-NUM-FATURA TO CL-NUM-FATURA.
           MOVE WS-IMP-SEQ TO CL-SEQ.
           MOVE CI-PORTADOR TO CL-PORTADOR.
           MOVE CI-ESTABELECIMENTO TO CL-ESTABELECIMENTO.
           MOVE CI-DATA-COMPRA TO CL-DATA-COMPRA.
           MOVE CI-VALOR TO CL-VALOR.
           MOVE SPACES TO CL-CENTRO-CUSTO CL-NATUREZA CL-USUARIO-ATESTO.
           MOVE 'P' TO CL-SITUACAO.
           MOVE ZERO TO CL-DATA-HORA-ATESTO.
           WRITE CARTLIN-REG
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "ERRO ao gravar a linha " WS-IMP-SEQ
                           ". Status: " WS-STATUS-CARTLIN
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-QTD-IMPORTADAS.

           MOVE CI-CNPJ-EMISSOR TO FC-CNPJ-EMISSOR.
           MOVE CI-NUM-FATURA TO FC-NUM-FATURA.
           READ FATCART-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD CI-VALOR TO FC-VALOR-TOTAL.
           ADD 1 TO FC-QTD-LINHAS.
           REWRITE FATCART-REG.

       390-ABRIR-CARTAO.
           OPEN I-O FATCART-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FC
               OPEN OUTPUT FATCART-FILE
               CLOSE FATCART-FILE
               OPEN I-O FATCART-FILE
           END-IF.
           IF NOT STATUS-OK-FC
               DISPLAY "ERRO ao abrir arquivo de faturas. Status: "
                       WS-STATUS-FATCART
               CLOSE FATCART-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CARTLIN-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CL
               OPEN OUTPUT CARTLIN-FILE
               CLOSE CARTLIN-FILE
               OPEN I-O CARTLIN-FILE
           END-IF.
           IF NOT STATUS-OK-CL
               DISPLAY "ERRO ao abrir lancamentos de cartao. Status: "
                       WS-STATUS-CARTLIN
               CLOSE CARTLIN-FILE
               CLOSE FATCART-FILE
           END-IF.

      *> O PORTADOR VE SO AS PROPRIAS COMPRAS AINDA SEM ATESTO; O
      *> SUPERVISOR PODE ATESTAR PELO PORTADOR (FERIAS, DESLIGAMENTO)
       400-ATESTAR-DESPESAS.
           MOVE WS-USUARIO-SESSAO TO WS-PORTADOR.
           IF WS-PERFIL-SESSAO = 'S'
               DISPLAY "Portador (ENTER = voce): " WITH NO ADVANCING
               MOVE SPACES TO WS-PORTADOR
               ACCEPT WS-PORTADOR
               IF WS-PORTADOR = SPACES
                   MOVE WS-USUARIO-SESSAO TO WS-PORTADOR
               END-IF
           END-IF.
           OPEN I-O CARTLIN-FILE.
           IF NOT STATUS-OK-CL
               DISPLAY "AVISO: nenhuma fatura de cartao importada."
               CLOSE CARTLIN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-PENDENTES WS-QTD-ATESTADAS.
           MOVE SPACES TO WS-ACAO-LINHA.
           MOVE 'N' TO WS-FIM-LINHAS.
           MOVE LOW-VALUES TO CL-CHAVE.
           START CARTLIN-FILE KEY IS GREATER THAN CL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LINHAS
           END-START.
           PERFORM 410-LER-LINHA-PORTADOR UNTIL WS-FIM-LINHAS = 'Y'.
           CLOSE CARTLIN-FILE.
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "Nenhuma despesa de " WS-PORTADOR
                       " aguardando atesto."
           ELSE
               DISPLAY "Despesas atestadas agora: " WS-QTD-ATESTADAS
                       " de " WS-QTD-PENDENTES " pendentes."
           END-IF.

       410-LER-LINHA-PORTADOR.
           READ CARTLIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LINHAS
               NOT AT END
                   IF CL-SITUACAO = 'P' AND CL-PORTADOR = WS-PORTADOR
                       ADD 1 TO WS-QTD-PENDENTES
                       IF WS-ACAO-LINHA NOT = 'F'
                           PERFORM 420-ATESTAR-LINHA
                       END-IF
                   END-IF
           END-READ.

       420-ATESTAR-LINHA.
           DISPLAY "---------------------------------------------".
           DISPLAY "Fatura " CL-NUM-FATURA " compra " CL-DATA-COMPRA
                   " " CL-ESTABELECIMENTO " valor " CL-VALOR.
           DISPLAY "A - Apropriar e atestar  P - Pular  F - Fim: "
                   WITH NO ADVANCING.
           ACCEPT WS-ACAO-LINHA.
           MOVE FUNCTION UPPER-CASE(WS-ACAO-LINHA) TO WS-ACAO-LINHA.
           IF WS-ACAO-LINHA NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 430-DIGITAR-CENTRO UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 440-DIGITAR-NATUREZA UNTIL WS-DADO-VALIDO = 'S'.
           DISPLAY "Atesto que a despesa foi feita a servico da "
                   "empresa (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Despesa mantida sem atesto."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-ATE-CENTRO TO CL-CENTRO-CUSTO.
           MOVE WS-ATE-NATUREZA TO CL-NATUREZA.
           MOVE 'T' TO CL-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO CL-USUARIO-ATESTO.
           MOVE WS-DH-DATA TO CL-DATA-HORA-ATESTO(1:8).
           MOVE WS-DH-HORA TO CL-DATA-HORA-ATESTO(9:6).
           REWRITE CARTLIN-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o atesto. Status: "
                           WS-STATUS-CARTLIN
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ATESTADAS
                   DISPLAY "Despesa atestada."
           END-REWRITE.

       430-DIGITAR-CENTRO.
           DISPLAY "Centro de custo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ATE-CENTRO.
           ACCEPT WS-ATE-CENTRO.
           MOVE FUNCTION UPPER-CASE(WS-ATE-CENTRO) TO WS-ATE-CENTRO.
           IF WS-ATE-CENTRO = SPACES
               DISPLAY "ERRO: centro de custo obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATE-CENTRO = WS-CC-SUSPENSO
               DISPLAY "ERRO: o centro suspenso e reservado as despesas "
                       "nao atestadas."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CTC
               CLOSE CENTROC-FILE
               MOVE 'S' TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ATE-CENTRO TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   MOVE 'S' TO WS-DADO-VALIDO
               NOT INVALID KEY
                   IF CC-ATIVO NOT = 'A'
                       DISPLAY "ERRO: centro de custo desativado."
                   ELSE
                       MOVE 'S' TO WS-DADO-VALIDO
                   END-IF
           END-READ.
           CLOSE CENTROC-FILE.

       440-DIGITAR-NATUREZA.
           DISPLAY "Natureza de despesa: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ATE-NATUREZA.
           ACCEPT WS-ATE-NATUREZA.
           MOVE FUNCTION UPPER-CASE(WS-ATE-NATUREZA) TO WS-ATE-NATUREZA.
           IF WS-ATE-NATUREZA = SPACES
               DISPLAY "ERRO: natureza obrigatoria."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT NATUREZA-FILE.
           IF NOT STATUS-OK-NT
               DISPLAY "AVISO: tabela de naturezas indisponivel; "
                       "natureza aceita sem conferencia."
               CLOSE NATUREZA-FILE
               MOVE 'S' TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ATE-NATUREZA TO NT-CODIGO.
           READ NATUREZA-FILE
               INVALID KEY
                   DISPLAY "Natureza nao cadastrada. Consulte o "
                           "cadastro de naturezas."
               NOT INVALID KEY
                   DISPLAY "Natureza: " NT-DESCRICAO
                   MOVE 'S' TO WS-DADO-VALIDO
           END-READ.
           CLOSE NATUREZA-FILE.

      *> FECHAMENTO: COM TODAS AS LINHAS ATESTADAS A FATURA FECHA A
      *> QUALQUER MOMENTO; COM LINHA PENDENTE, SO A PARTIR DO
      *> VENCIMENTO, E A PENDENTE VAI PARA O CENTRO SUSPENSO
       500-FECHAR-FATURA.
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: fechamento de fatura restrito ao supervisor."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 390-ABRIR-CARTAO.
           IF NOT STATUS-OK-FC OR NOT STATUS-OK-CL
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CNPJ do emissor do cartao: " WITH NO ADVANCING.
           ACCEPT WS-EMISSOR.
           DISPLAY "Numero da fatura: " WITH NO ADVANCING.
           MOVE SPACES TO WS-FATURA.
           ACCEPT WS-FATURA.
           MOVE WS-EMISSOR TO FC-CNPJ-EMISSOR.
           MOVE WS-FATURA TO FC-NUM-FATURA.
           READ FATCART-FILE
               INVALID KEY
                   DISPLAY "ERRO: fatura nao encontrada."
                   PERFORM 595-FECHAR-ARQUIVOS-CARTAO
                   EXIT PARAGRAPH
           END-READ.
           IF FC-SITUACAO NOT = 'A'
               DISPLAY "ERRO: fatura ja fechada na conta " FC-NUM-DOC "."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RAT-QTD WS-CEN-QTD WS-NAT-QTD WS-TOTAL-FATURA
                        WS-TOTAL-SUSPENSO WS-QTD-LINHAS WS-QTD-SUSPENSAS.
           MOVE 'N' TO WS-RAT-ESTOURO.
           PERFORM 590-POSICIONAR-LINHAS.
           PERFORM 510-SOMAR-LINHA UNTIL WS-FIM-LINHAS = 'Y'.

           IF WS-QTD-LINHAS = ZERO
               DISPLAY "ERRO: fatura sem lancamentos."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-SUSPENSAS > ZERO AND WS-DATA-HOJE < FC-DATA-VENC
               DISPLAY "ERRO: " WS-QTD-SUSPENSAS " despesa(s) ainda sem "
                       "atesto; antes do vencimento (" FC-DATA-VENC
                       ") a fatura so fecha com tudo atestado."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-SUSPENSAS > ZERO AND WS-CC-SUSPENSO = SPACES
               DISPLAY "ERRO: centro de custo suspenso nao definido nos "
                       "parametros do sistema."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RAT-ESTOURO = 'S'
               DISPLAY "ERRO: a fatura passa de 99 combinacoes de centro "
                       "e natureza; o rateio da conta nao comporta."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fatura " FC-NUM-FATURA " total " WS-TOTAL-FATURA
                   " em " WS-QTD-LINHAS " despesas.".
           PERFORM 520-MOSTRAR-RATEIO
               VARYING WS-RAT-IDX FROM 1 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.
           IF WS-QTD-SUSPENSAS > ZERO
               DISPLAY "AVISO: " WS-QTD-SUSPENSAS " despesa(s) sem atesto, "
                       "total " WS-TOTAL-SUSPENSO ", vao para o centro "
                       WS-CC-SUSPENSO "."
           END-IF.
           DISPLAY "Fechar a fatura e gerar a conta ao emissor? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Fatura mantida aberta."
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 530-ESCOLHER-PRINCIPAIS.
           PERFORM 540-LANCAR-CONTA-FATURA.
           IF WS-NUM-DOC-FATURA = ZERO
               PERFORM 595-FECHAR-ARQUIVOS-CARTAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 560-GRAVAR-RATEIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'F' TO FC-SITUACAO.
           MOVE WS-NUM-DOC-FATURA TO FC-NUM-DOC.
           MOVE WS-USUARIO-SESSAO TO FC-USUARIO.
           MOVE WS-DH-DATA TO FC-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FC-DATA-HORA(9:6).
           REWRITE FATCART-REG.

      *> AS PENDENTES PASSAM A 'S' NO CENTRO SUSPENSO E SAEM NA LISTA
      *> DE ACOMPANHAMENTO DO FECHAMENTO
           IF WS-QTD-SUSPENSAS > ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL
               STRING 'CARTAOCP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-SPOOL
               OPEN OUTPUT SPOOL-FILE
               MOVE SPACES TO WS-LINHA
               STRING "DESPESAS DE CARTAO SEM ATESTO LEVADAS AO CENTRO "
                      WS-CC-SUSPENSO " - FATURA " FC-NUM-FATURA
                      " - DOC " WS-NUM-DOC-FATURA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               PERFORM 720-EMITIR-CABECALHO-LINHAS
           END-IF.
           PERFORM 590-POSICIONAR-LINHAS.
           PERFORM 570-SUSPENDER-LINHA UNTIL WS-FIM-LINHAS = 'Y'.
           IF WS-QTD-SUSPENSAS > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL EM SUSPENSO: " WS-TOTAL-SUSPENSO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               CLOSE SPOOL-FILE
               IF STATUS-OK-SPOOL
                   DISPLAY "Lista de acompanhamento gravada em "
                           WS-NOME-SPOOL
               END-IF
           END-IF.
           PERFORM 595-FECHAR-ARQUIVOS-CARTAO.

       510-SOMAR-LINHA.
           READ CARTLIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LINHAS
               NOT AT END
                   IF CL-CNPJ-EMISSOR NOT = FC-CNPJ-EMISSOR OR
                           CL-NUM-FATURA NOT = FC-NUM-FATURA
                       MOVE 'Y' TO WS-FIM-LINHAS
                   ELSE
                       PERFORM 515-ACUMULAR-LINHA
                   END-IF
           END-READ.

      *> ACHA (OU ABRE) A COMBINACAO CENTRO X NATUREZA DA LINHA E SOMA
      *> TAMBEM NOS TOTAIS POR CENTRO E POR NATUREZA, QUE ESCOLHEM O
      *> CENTRO E A NATUREZA DA CONTA
       515-ACUMULAR-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
           ADD CL-VALOR TO WS-TOTAL-FATURA.
           IF CL-SITUACAO = 'T'
               MOVE CL-CENTRO-CUSTO TO WS-LIN-CENTRO
               MOVE CL-NATUREZA TO WS-LIN-NATUREZA
           ELSE
               ADD 1 TO WS-QTD-SUSPENSAS
               ADD CL-VALOR TO WS-TOTAL-SUSPENSO
               MOVE WS-CC-SUSPENSO TO WS-LIN-CENTRO
               MOVE SPACES TO WS-LIN-NATUREZA
           END-IF.

           MOVE ZERO TO WS-RAT-ACHOU.
           PERFORM 516-PROCURAR-COMBINACAO
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-QTD OR WS-RAT-ACHOU > ZERO.
           IF WS-RAT-ACHOU = ZERO
               IF WS-RAT-QTD >= 99
                   MOVE 'S' TO WS-RAT-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RAT-QTD
               MOVE WS-RAT-QTD TO WS-RAT-ACHOU
               MOVE WS-LIN-CENTRO TO WS-RAT-CENTRO(WS-RAT-ACHOU)
               MOVE WS-LIN-NATUREZA TO WS-RAT-NATUREZA(WS-RAT-ACHOU)
               MOVE ZERO TO WS-RAT-VALOR-LIN(WS-RAT-ACHOU)
           END-IF.
           ADD CL-VALOR TO WS-RAT-VALOR-LIN(WS-RAT-ACHOU).

           MOVE ZERO TO WS-CEN-ACHOU.
           PERFORM 517-PROCURAR-CENTRO
               VARYING WS-CEN-IDX FROM 1 BY 1
               UNTIL WS-CEN-IDX > WS-CEN-QTD OR WS-CEN-ACHOU > ZERO.
           IF WS-CEN-ACHOU = ZERO
               ADD 1 TO WS-CEN-QTD
               MOVE WS-CEN-QTD TO WS-CEN-ACHOU
               MOVE WS-LIN-CENTRO TO WS-CEN-CODIGO(WS-CEN-ACHOU)
               MOVE ZERO TO WS-CEN-VALOR(WS-CEN-ACHOU)
           END-IF.
           ADD CL-VALOR TO WS-CEN-VALOR(WS-CEN-ACHOU).

           IF WS-LIN-NATUREZA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NAT-ACHOU.
           PERFORM 518-PROCURAR-NATUREZA
               VARYING WS-NAT-IDX FROM 1 BY 1
               UNTIL WS-NAT-IDX > WS-NAT-QTD OR WS-NAT-ACHOU > ZERO.
           IF WS-NAT-ACHOU = ZERO
               ADD 1 TO WS-NAT-QTD
               MOVE WS-NAT-QTD TO WS-NAT-ACHOU
               MOVE WS-LIN-NATUREZA TO WS-NAT-CODIGO(WS-NAT-ACHOU)
               MOVE ZERO TO WS-NAT-VALOR(WS-NAT-ACHOU)
           END-IF.
           ADD CL-VALOR TO WS-NAT-VALOR(WS-NAT-ACHOU).

       516-PROCURAR-COMBINACAO.
           IF WS-RAT-CENTRO(WS-RAT-IDX) = WS-LIN-CENTRO AND
                   WS-RAT-NATUREZA(WS-RAT-IDX) = WS-LIN-NATUREZA
               MOVE WS-RAT-IDX TO WS-RAT-ACHOU
           END-IF.

       517-PROCURAR-CENTRO.
           IF WS-CEN-CODIGO(WS-CEN-IDX) = WS-LIN-CENTRO
               MOVE WS-CEN-IDX TO WS-CEN-ACHOU
           END-IF.

       518-PROCURAR-NATUREZA.
           IF WS-NAT-CODIGO(WS-NAT-IDX) = WS-LIN-NATUREZA
               MOVE WS-NAT-IDX TO WS-NAT-ACHOU
           END-IF.

       520-MOSTRAR-RATEIO.
           DISPLAY "  Centro " WS-RAT-CENTRO(WS-RAT-IDX)
                   " natureza " WS-RAT-NATUREZA(WS-RAT-IDX)
                   " valor " WS-RAT-VALOR-LIN(WS-RAT-IDX).

      *> CENTRO E NATUREZA DE MAIOR VALOR VAO PARA A CONTA; OS
      *> PERCENTUAIS DO RATEIO SAO DERIVADOS DOS VALORES, COM O RESTO
      *> NA ULTIMA LINHA (MESMA REGRA DO RATEIO POR VALOR DO LANCCONT)
       530-ESCOLHER-PRINCIPAIS.
           MOVE 1 TO WS-CEN-MAIOR.
           PERFORM 531-COMPARAR-CENTRO
               VARYING WS-CEN-IDX FROM 2 BY 1 UNTIL WS-CEN-IDX > WS-CEN-QTD.
           MOVE WS-CEN-CODIGO(WS-CEN-MAIOR) TO WS-CENTRO-PRINCIPAL.
           MOVE SPACES TO WS-NATUREZA-PRINCIPAL.
           IF WS-NAT-QTD > ZERO
               MOVE 1 TO WS-NAT-MAIOR
               PERFORM 532-COMPARAR-NATUREZA
                   VARYING WS-NAT-IDX FROM 2 BY 1
                   UNTIL WS-NAT-IDX > WS-NAT-QTD
               MOVE WS-NAT-CODIGO(WS-NAT-MAIOR) TO WS-NATUREZA-PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-RAT-SOMA-PERC.
           PERFORM 533-DERIVAR-PERCENTUAL
               VARYING WS-RAT-IDX FROM 1 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.

       531-COMPARAR-CENTRO.
           IF WS-CEN-VALOR(WS-CEN-IDX) > WS-CEN-VALOR(WS-CEN-MAIOR)
               MOVE WS-CEN-IDX TO WS-CEN-MAIOR
           END-IF.

       532-COMPARAR-NATUREZA.
           IF WS-NAT-VALOR(WS-NAT-IDX) > WS-NAT-VALOR(WS-NAT-MAIOR)
               MOVE WS-NAT-IDX TO WS-NAT-MAIOR
           END-IF.

       533-DERIVAR-PERCENTUAL.
           IF WS-RAT-IDX = WS-RAT-QTD
               COMPUTE WS-RAT-PERC(WS-RAT-IDX) = 100 - WS-RAT-SOMA-PERC
           ELSE
               COMPUTE WS-RAT-PERC(WS-RAT-IDX) ROUNDED =
                   WS-RAT-VALOR-LIN(WS-RAT-IDX) * 100 / WS-TOTAL-FATURA
               ADD WS-RAT-PERC(WS-RAT-IDX) TO WS-RAT-SOMA-PERC
           END-IF.

       540-LANCAR-CONTA-FATURA.
           MOVE ZERO TO WS-NUM-DOC-FATURA.
           PERFORM 545-DETERMINAR-SITUACAO-INICIAL.
           OPEN I-O CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               OPEN OUTPUT CONTAPAGAR-FILE
           END-IF.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 550-OBTER-PROXIMO-NUM-DOC.

           MOVE FC-CNPJ-EMISSOR TO CP-CNPJ-FORN.
           MOVE WS-DATA-HOJE TO CP-DATA-EMISSAO.
           MOVE FC-DATA-VENC TO CP-DATA-VENC.
           MOVE WS-TOTAL-FATURA TO CP-VALOR.
           MOVE WS-SITUACAO-INICIAL TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           MOVE 1 TO CP-NUM-PARCELA.
           MOVE 1 TO CP-QTD-PARCELAS.
           MOVE WS-CENTRO-PRINCIPAL TO CP-CENTRO-CUSTO.
           MOVE WS-TOTAL-FATURA TO CP-SALDO.
           MOVE SPACES TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE WS-TOTAL-FATURA TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE WS-NATUREZA-PRINCIPAL TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao lancar a conta da fatura. Status: "
                           WS-STATUS-CONTAPAGAR
               NOT INVALID KEY
                   MOVE CP-NUM-DOC TO WS-NUM-DOC-FATURA
                   DISPLAY "Fatura de R$ " WS-TOTAL-FATURA
                           " lancada como documento " CP-NUM-DOC "."
                   IF WS-SITUACAO-INICIAL = 'G'
                       DISPLAY "Conta aguarda aprovacao do responsavel "
                               "pelo centro de custo (APROVCON)."
                   END-IF
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   MOVE CP-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Fatura de cartao " FC-NUM-FATURA ": "
                          WS-QTD-LINHAS " despesas, " WS-QTD-SUSPENSAS
                          " em suspenso"
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-WRITE.
           CLOSE CONTAPAGAR-FILE.

      *> MESMA REGRA DO LANCCONT: CENTRO ATIVO COM RESPONSAVEL
      *> CADASTRADO FAZ A CONTA NASCER AGUARDANDO APROVACAO
       545-DETERMINAR-SITUACAO-INICIAL.
           MOVE 'A' TO WS-SITUACAO-INICIAL.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CTC
               CLOSE CENTROC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CENTRO-PRINCIPAL TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CC-ATIVO = 'A' AND CC-RESPONSAVEL NOT = SPACES
                       MOVE 'G' TO WS-SITUACAO-INICIAL
                   END-IF
           END-READ.
           CLOSE CENTROC-FILE.

      *> LE E AVANCA O CONTADOR DE PROXDOC.DAT, COMO O LANCCONT FAZ
       550-OBTER-PROXIMO-NUM-DOC.
           OPEN I-O PROXDOC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PD
               OPEN OUTPUT PROXDOC-FILE
               MOVE 1 TO PD-PROX-NUM-DOC
               WRITE PROXDOC-REG
               CLOSE PROXDOC-FILE
               OPEN I-O PROXDOC-FILE
           END-IF.
           IF NOT STATUS-OK-PD
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "documentos. Status: " WS-STATUS-PROXDOC
               MOVE 1 TO CP-NUM-DOC
               CLOSE PROXDOC-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXDOC-FILE
               AT END
                   MOVE 1 TO PD-PROX-NUM-DOC
           END-READ.
           MOVE PD-PROX-NUM-DOC TO CP-NUM-DOC.
           ADD 1 TO PD-PROX-NUM-DOC.
           REWRITE PROXDOC-REG.
           CLOSE PROXDOC-FILE.

      *> FATURA DE UMA SO COMBINACAO NAO GANHA RATEIO: O CENTRO E A
      *> NATUREZA DA CONTA JA DIZEM TUDO
       560-GRAVAR-RATEIO.
           IF WS-RAT-QTD < 2
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RATEIO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RA
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN I-O RATEIO-FILE
           END-IF.
           IF NOT STATUS-OK-RA
               DISPLAY "AVISO: nao foi possivel gravar o rateio. "
                       "Status: " WS-STATUS-RATEIO
               CLOSE RATEIO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RAT-VALOR-ACUM.
           PERFORM 565-GRAVAR-LINHA-RATEIO
               VARYING WS-RAT-IDX FROM 1 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.
           CLOSE RATEIO-FILE.

       565-GRAVAR-LINHA-RATEIO.
           MOVE WS-NUM-DOC-FATURA TO RA-NUM-DOC.
           MOVE FC-CNPJ-EMISSOR TO RA-CNPJ-FORN.
           MOVE WS-RAT-IDX TO RA-SEQ.
           MOVE WS-RAT-CENTRO(WS-RAT-IDX) TO RA-CENTRO-CUSTO.
           MOVE WS-RAT-PERC(WS-RAT-IDX) TO RA-PERCENTUAL.
           MOVE WS-RAT-NATUREZA(WS-RAT-IDX) TO RA-NATUREZA.
           IF WS-RAT-IDX = WS-RAT-QTD
               COMPUTE RA-VALOR = WS-TOTAL-FATURA - WS-RAT-VALOR-ACUM
           ELSE
               MOVE WS-RAT-VALOR-LIN(WS-RAT-IDX) TO RA-VALOR
               ADD RA-VALOR TO WS-RAT-VALOR-ACUM
           END-IF.
           WRITE RATEIO-REG
               INVALID KEY
                   REWRITE RATEIO-REG
           END-WRITE.

       570-SUSPENDER-LINHA.
           READ CARTLIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LINHAS
               NOT AT END
                   IF CL-CNPJ-EMISSOR NOT = FC-CNPJ-EMISSOR OR
                           CL-NUM-FATURA NOT = FC-NUM-FATURA
                       MOVE 'Y' TO WS-FIM-LINHAS
                   ELSE
                       IF CL-SITUACAO = 'P'
                           MOVE WS-CC-SUSPENSO TO CL-CENTRO-CUSTO
                           MOVE 'S' TO CL-SITUACAO
                           REWRITE CARTLIN-REG
                           PERFORM 730-EMITIR-LINHA-CARTAO
                       END-IF
                   END-IF
           END-READ.

       590-POSICIONAR-LINHAS.
           MOVE 'N' TO WS-FIM-LINHAS.
           MOVE FC-CNPJ-EMISSOR TO CL-CNPJ-EMISSOR.
           MOVE FC-NUM-FATURA TO CL-NUM-FATURA.
           MOVE ZERO TO CL-SEQ.
           START CARTLIN-FILE KEY IS GREATER THAN CL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LINHAS
           END-START.

       595-FECHAR-ARQUIVOS-CARTAO.
           CLOSE CARTLIN-FILE.
           CLOSE FATCART-FILE.

      *> LISTA DE ACOMPANHAMENTO: O QUE AINDA ESPERA ATESTO NAS FATURAS
      *> ABERTAS E O QUE FICOU NO CENTRO SUSPENSO DAS FATURAS FECHADAS,
      *> COM O PORTADOR, PARA A COBRANCA DA PRESTACAO DE CONTAS
       700-LISTAR-PENDENCIAS.
           OPEN INPUT CARTLIN-FILE.
           IF NOT STATUS-OK-CL
               DISPLAY "AVISO: nenhuma fatura de cartao importada."
               CLOSE CARTLIN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CARTAOCP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "DESPESAS DE CARTAO SEM ATESTO E EM SUSPENSO - "
                  "EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 720-EMITIR-CABECALHO-LINHAS.

           MOVE ZERO TO WS-QTD-PENDENTES WS-QTD-SUSPENSAS
                        WS-TOTAL-FATURA WS-TOTAL-SUSPENSO.
           MOVE 'N' TO WS-FIM-LINHAS.
           MOVE LOW-VALUES TO CL-CHAVE.
           START CARTLIN-FILE KEY IS GREATER THAN CL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LINHAS
           END-START.
           PERFORM 710-LER-LINHA-PENDENTE UNTIL WS-FIM-LINHAS = 'Y'.

           MOVE SPACES TO WS-LINHA.
           STRING "SEM ATESTO: " WS-QTD-PENDENTES " TOTAL "
                  WS-TOTAL-FATURA "   EM SUSPENSO: " WS-QTD-SUSPENSAS
                  " TOTAL " WS-TOTAL-SUSPENSO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           CLOSE CARTLIN-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Lista gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-LER-LINHA-PENDENTE.
           READ CARTLIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LINHAS
               NOT AT END
                   EVALUATE CL-SITUACAO
                       WHEN 'P'
                           ADD 1 TO WS-QTD-PENDENTES
                           ADD CL-VALOR TO WS-TOTAL-FATURA
                           PERFORM 730-EMITIR-LINHA-CARTAO
                       WHEN 'S'
                           ADD 1 TO WS-QTD-SUSPENSAS
                           ADD CL-VALOR TO WS-TOTAL-SUSPENSO
                           PERFORM 730-EMITIR-LINHA-CARTAO
                   END-EVALUATE
           END-READ.

       720-EMITIR-CABECALHO-LINHAS.
           MOVE "FATURA       SEQ   PORTADOR   COMPRA   ESTABELECIMENTO"
             TO WS-LINHA.
           MOVE "                VALOR        SITUACAO"
             TO WS-LINHA(56:38).
           PERFORM 890-EMITIR-LINHA.

       730-EMITIR-LINHA-CARTAO.
           IF CL-SITUACAO = 'S'
               MOVE "SUSPENSO" TO WS-DESC-SITUACAO
           ELSE
               MOVE "SEM ATESTO" TO WS-DESC-SITUACAO
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING CL-NUM-FATURA " " CL-SEQ " " CL-PORTADOR " "
                  CL-DATA-COMPRA " " CL-ESTABELECIMENTO " " CL-VALOR
                  " " WS-DESC-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
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
