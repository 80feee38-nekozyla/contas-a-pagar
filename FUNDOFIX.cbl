       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDOFIX.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDO-FILE *> Fundo fixo de caixa de cada filial
               ASSIGN TO 'FUNDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-FILIAL
               FILE STATUS IS WS-STATUS-FUNDO.

           SELECT FUNDODES-FILE *> Despesas pagas pelo fundo fixo
               ASSIGN TO 'FUNDODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CHAVE
               FILE STATUS IS WS-STATUS-FUNDODES.

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

           SELECT USUARIOS-FILE *> Cadastro de usuarios, para validar o custodiante
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
      *> UM FUNDO POR FILIAL. O CUSTODIANTE E O USUARIO QUE GUARDA O
      *> DINHEIRO E LANCA AS DESPESAS; FX-CPF-CUSTODIANTE E O CODIGO
      *> DELE NO CADASTRO DE FORNECEDORES, PARA ONDE VAI A CONTA DE
      *> REPOSICAO. FX-SALDO-CAIXA E O DINHEIRO EM MAOS: SOMADO AS
      *> DESPESAS AINDA NAO REPOSTAS TEM DE DAR SEMPRE O TETO
       FD  FUNDO-FILE.
       01  FUNDO-REG.
           05 FX-FILIAL           PIC X(04).
           05 FX-USUARIO-CUSTOD   PIC X(10).
           05 FX-CPF-CUSTODIANTE  PIC 9(14).
           05 FX-VALOR-TETO       PIC 9(10)V99.
           05 FX-SALDO-CAIXA      PIC 9(10)V99.
           05 FX-PROX-SEQ         PIC 9(06).
           05 FX-SITUACAO         PIC X(01).
           05 FX-USUARIO          PIC X(10).
           05 FX-DATA-HORA        PIC 9(14).

      *> FD-SITUACAO 'P' PENDENTE DE REPOSICAO, 'S' SOLICITADA (NA
      *> CONTA FD-NUM-DOC-REPOS), 'R' REPOSTA (CONTA PAGA, DINHEIRO DE
      *> VOLTA AO CAIXA), 'E' ESTORNADA PELO CUSTODIANTE
       FD  FUNDODES-FILE.
       01  FUNDODES-REG.
           05 FD-CHAVE.
              10 FD-FILIAL        PIC X(04).
              10 FD-SEQ           PIC 9(06).
           05 FD-DATA-DESPESA     PIC 9(08).
           05 FD-NUM-RECIBO       PIC X(15).
           05 FD-DESCRICAO        PIC X(30).
           05 FD-NATUREZA         PIC X(04).
           05 FD-CENTRO-CUSTO     PIC X(06).
           05 FD-VALOR            PIC 9(08)V99.
           05 FD-SITUACAO         PIC X(01).
           05 FD-NUM-DOC-REPOS    PIC 9(10).
           05 FD-USUARIO          PIC X(10).
           05 FD-DATA-HORA        PIC 9(14).

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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FUNDO          PIC X(2).
          88 STATUS-OK-FX           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FX VALUE '35'.
       01 WS-STATUS-FUNDODES       PIC X(2).
          88 STATUS-OK-FD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FD VALUE '35'.
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
       01 WS-FIM-DESPESAS          PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-LINHA                 PIC X(132).

       01 WS-FILIAL                PIC X(04).
       01 WS-FUNDO-NOVO            PIC X(01).
       01 WS-USUARIO-DIGITADO      PIC X(10).
       01 WS-CPF-DIGITADO          PIC 9(14).
       01 WS-TETO-DIGITADO         PIC 9(10)V99.
       01 WS-DADO-VALIDO           PIC X(01).
       01 WS-DIFERENCA-TETO        PIC S9(10)V99.

      *> DIGITACAO DA DESPESA
       01 WS-DES-DATA              PIC 9(08).
       01 WS-DES-RECIBO            PIC X(15).
       01 WS-DES-DESCRICAO         PIC X(30).
       01 WS-DES-NATUREZA          PIC X(04).
       01 WS-DES-CENTRO            PIC X(06).
       01 WS-DES-VALOR             PIC 9(08)V99.
       01 WS-DES-SEQ               PIC 9(06).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

      *> REPOSICAO: AS DESPESAS PENDENTES SAO SOMADAS POR CENTRO DE
      *> CUSTO E POR NATUREZA. O RATEIO DA CONTA COMPORTA 10 CENTROS;
      *> DESPESA DE UM 11o CENTRO FICA PENDENTE PARA A REPOSICAO
      *> SEGUINTE. A CONTA LEVA O CENTRO E A NATUREZA DE MAIOR VALOR
       01 WS-RAT-QTD               PIC 9(02) VALUE ZERO.
       01 WS-RAT-IDX               PIC 9(02).
       01 WS-RAT-ACHOU             PIC 9(02).
       01 WS-RAT-MAIOR             PIC 9(02).
       01 WS-RAT-SOMA-PERC         PIC 9(03)V99.
       01 WS-RAT-VALOR-ACUM        PIC 9(10)V99.
       01 WS-RAT-TAB.
           05 WS-RAT-ITEM OCCURS 10 TIMES.
              10 WS-RAT-CENTRO     PIC X(06).
              10 WS-RAT-VALOR-LIN  PIC 9(10)V99.
              10 WS-RAT-PERC       PIC 9(03)V99.
       01 WS-NAT-QTD               PIC 9(02) VALUE ZERO.
       01 WS-NAT-IDX               PIC 9(02).
       01 WS-NAT-ACHOU             PIC 9(02).
       01 WS-NAT-MAIOR             PIC 9(02).
       01 WS-NAT-TAB.
           05 WS-NAT-ITEM OCCURS 30 TIMES.
              10 WS-NAT-CODIGO     PIC X(04).
              10 WS-NAT-VALOR      PIC 9(10)V99.
       01 WS-TOTAL-REPOSICAO       PIC 9(10)V99.
       01 WS-QTD-DESPESAS          PIC 9(05).
       01 WS-QTD-ADIADAS           PIC 9(05).
       01 WS-SITUACAO-INICIAL      PIC X(01).
       01 WS-NUM-DOC-REPOS         PIC 9(10).

      *> EXTRATO E CONFERENCIA
       01 WS-TOTAL-PENDENTE        PIC 9(10)V99.
       01 WS-TOTAL-SOLICITADO      PIC 9(10)V99.
       01 WS-TOTAL-REPOSTO         PIC 9(10)V99.
       01 WS-SOMA-FUNDO            PIC 9(11)V99.
       01 WS-DIFERENCA             PIC S9(11)V99.
       01 WS-QTD-FUNDOS            PIC 9(05).
       01 WS-QTD-DIVERGENTES       PIC 9(05).
       01 WS-QTD-REPOSTAS          PIC 9(05).
       01 WS-QTD-DEVOLVIDAS        PIC 9(05).
       01 WS-DESC-SITUACAO         PIC X(11).

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
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'FUNDOFIX'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> FUNDO FIXO DE CAIXA DAS FILIAIS: CADA FILIAL TEM UM FUNDO COM
      *> TETO AUTORIZADO E UM CUSTODIANTE, QUE LANCA AQUI AS PEQUENAS
      *> DESPESAS PAGAS EM DINHEIRO (RECIBO, NATUREZA E CENTRO DE
      *> CUSTO). A REPOSICAO JUNTA AS DESPESAS PENDENTES NUMA UNICA
      *> CONTA A PAGAR PARA O CUSTODIANTE, RATEADA PELOS CENTROS DAS
      *> DESPESAS E SUJEITA A MESMA APROVACAO POR CENTRO DE CUSTO DO
      *> LANCCONT/APROVCON. QUANDO A CONTA E PAGA O DINHEIRO VOLTA AO
      *> CAIXA DO FUNDO
       100-INICIAR.
           DISPLAY "--- Fundo Fixo de Caixa ---".
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 250-ATUALIZAR-REPOSICOES.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-FUNDO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-FUNDO.
           DISPLAY "--- Fundo Fixo ---".
           DISPLAY "F - Cadastrar/alterar fundo da filial (supervisor)".
           DISPLAY "D - Lancar despesa paga pelo fundo".
           DISPLAY "X - Estornar despesa ainda nao reposta".
           DISPLAY "R - Solicitar reposicao do fundo".
           DISPLAY "E - Extrato do fundo por custodiante".
           DISPLAY "V - Conferir fundos (caixa + pendentes = teto)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'F'
                   PERFORM 300-CADASTRAR-FUNDO
               WHEN 'D'
                   PERFORM 400-LANCAR-DESPESA
               WHEN 'X'
                   PERFORM 450-ESTORNAR-DESPESA
               WHEN 'R'
                   PERFORM 500-SOLICITAR-REPOSICAO
               WHEN 'E'
                   PERFORM 600-EXTRATO-CUSTODIANTE
               WHEN 'V'
                   PERFORM 700-CONFERIR-FUNDOS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> DESPESA 'S' CUJA CONTA DE REPOSICAO FOI PAGA VIRA 'R' E O
      *> VALOR VOLTA AO CAIXA DO FUNDO; CONTA CANCELADA DEVOLVE A
      *> DESPESA A 'P' PARA ENTRAR NA PROXIMA REPOSICAO
       250-ATUALIZAR-REPOSICOES.
           OPEN I-O FUNDODES-FILE.
           IF NOT STATUS-OK-FD
               CLOSE FUNDODES-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FUNDO-FILE.
           IF NOT STATUS-OK-FX
               CLOSE FUNDO-FILE
               CLOSE FUNDODES-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               CLOSE FUNDO-FILE
               CLOSE FUNDODES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-REPOSTAS WS-QTD-DEVOLVIDAS.
           MOVE 'N' TO WS-FIM-DESPESAS.
           MOVE LOW-VALUES TO FD-CHAVE.
           START FUNDODES-FILE KEY IS GREATER THAN FD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DESPESAS
           END-START.
           PERFORM 255-CONFERIR-REPOSICAO UNTIL WS-FIM-DESPESAS = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           CLOSE FUNDO-FILE.
           CLOSE FUNDODES-FILE.
           IF WS-QTD-REPOSTAS > ZERO
               DISPLAY "Despesas repostas ao caixa desde a ultima "
                       "consulta: " WS-QTD-REPOSTAS
           END-IF.
           IF WS-QTD-DEVOLVIDAS > ZERO
               DISPLAY "Despesas de reposicao cancelada devolvidas a "
                       "pendente: " WS-QTD-DEVOLVIDAS
           END-IF.

       255-CONFERIR-REPOSICAO.
           READ FUNDODES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPESAS
               NOT AT END
                   IF FD-SITUACAO = 'S'
                       PERFORM 257-LER-CONTA-REPOSICAO
                   END-IF
           END-READ.

       257-LER-CONTA-REPOSICAO.
           MOVE FD-FILIAL TO FX-FILIAL.
           READ FUNDO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE FD-NUM-DOC-REPOS TO CP-NUM-DOC.
           MOVE FX-CPF-CUSTODIANTE TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE CP-SITUACAO
               WHEN 'P'
                   MOVE 'R' TO FD-SITUACAO
                   REWRITE FUNDODES-REG
                   ADD FD-VALOR TO FX-SALDO-CAIXA
                   REWRITE FUNDO-REG
                   ADD 1 TO WS-QTD-REPOSTAS
               WHEN 'C'
                   MOVE 'P' TO FD-SITUACAO
                   MOVE ZERO TO FD-NUM-DOC-REPOS
                   REWRITE FUNDODES-REG
                   ADD 1 TO WS-QTD-DEVOLVIDAS
           END-EVALUATE.

      *> SO O SUPERVISOR CRIA O FUNDO OU MUDA TETO E CUSTODIANTE. NO
      *> FUNDO NOVO O CAIXA NASCE IGUAL AO TETO (O SUPRIMENTO INICIAL
      *> SAI POR FORA, COMO ADIANTAMENTO AO CUSTODIANTE); MUDANCA DE
      *> TETO MEXE NO CAIXA PELA DIFERENCA, PARA A CONFERENCIA FECHAR
       300-CADASTRAR-FUNDO.
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: cadastro de fundo restrito ao supervisor."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 390-ABRIR-FUNDO.
           IF NOT STATUS-OK-FX
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da filial: " WITH NO ADVANCING.
           ACCEPT WS-FILIAL.
           MOVE FUNCTION UPPER-CASE(WS-FILIAL) TO WS-FILIAL.
           MOVE WS-FILIAL TO FX-FILIAL.
           READ FUNDO-FILE
               INVALID KEY
                   MOVE 'S' TO WS-FUNDO-NOVO
               NOT INVALID KEY
                   MOVE 'N' TO WS-FUNDO-NOVO
           END-READ.
           IF WS-FUNDO-NOVO = 'N'
               DISPLAY "Custodiante atual: " FX-USUARIO-CUSTOD
                       " (codigo " FX-CPF-CUSTODIANTE ")"
               DISPLAY "Teto atual       : " FX-VALOR-TETO
                       " caixa " FX-SALDO-CAIXA
                       " situacao " FX-SITUACAO
           END-IF.

           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 310-DIGITAR-CUSTODIANTE UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 320-DIGITAR-CODIGO-PAGTO UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 330-DIGITAR-TETO UNTIL WS-DADO-VALIDO = 'S'.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF WS-FUNDO-NOVO = 'S'
               MOVE WS-FILIAL TO FX-FILIAL
               MOVE WS-TETO-DIGITADO TO FX-SALDO-CAIXA
               MOVE ZERO TO FX-PROX-SEQ
           ELSE
               COMPUTE WS-DIFERENCA-TETO = FX-SALDO-CAIXA
                   + WS-TETO-DIGITADO - FX-VALOR-TETO
               MOVE WS-DIFERENCA-TETO TO FX-SALDO-CAIXA
           END-IF.
           MOVE WS-USUARIO-DIGITADO TO FX-USUARIO-CUSTOD.
           MOVE WS-CPF-DIGITADO TO FX-CPF-CUSTODIANTE.
           MOVE WS-TETO-DIGITADO TO FX-VALOR-TETO.
           MOVE 'A' TO FX-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO FX-USUARIO.
           MOVE WS-DH-DATA TO FX-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FX-DATA-HORA(9:6).
           IF WS-FUNDO-NOVO = 'S'
               WRITE FUNDO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar o fundo. Status: "
                               WS-STATUS-FUNDO
                   NOT INVALID KEY
                       DISPLAY "Fundo da filial " FX-FILIAL
                               " criado com caixa de " FX-SALDO-CAIXA
               END-WRITE
           ELSE
               REWRITE FUNDO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar o fundo. Status: "
                               WS-STATUS-FUNDO
                   NOT INVALID KEY
                       DISPLAY "Fundo da filial " FX-FILIAL
                               " alterado; caixa " FX-SALDO-CAIXA
               END-REWRITE
           END-IF.
           CLOSE FUNDO-FILE.

       310-DIGITAR-CUSTODIANTE.
           DISPLAY "Usuario custodiante: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO-DIGITADO.
           OPEN INPUT USUARIOS-FILE.
           IF NOT STATUS-OK-US
               DISPLAY "ERRO ao abrir cadastro de usuarios. Status: "
                       WS-STATUS-USUARIOS
               CLOSE USUARIOS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-USUARIO-DIGITADO TO US-USUARIO.
           READ USUARIOS-FILE
               INVALID KEY
                   DISPLAY "ERRO: usuario nao cadastrado."
               NOT INVALID KEY
                   IF US-SITUACAO NOT = 'A'
                       DISPLAY "ERRO: usuario inativo."
                   ELSE
                       DISPLAY "Custodiante: " US-NOME
                       MOVE 'S' TO WS-DADO-VALIDO
                   END-IF
           END-READ.
           CLOSE USUARIOS-FILE.

      *> O CUSTODIANTE RECEBE A REPOSICAO COMO QUALQUER CREDOR: PRECISA
      *> ESTAR NO CADASTRO DE FORNECEDORES (PESSOA FISICA, PELO CPF)
       320-DIGITAR-CODIGO-PAGTO.
           DISPLAY "CPF do custodiante no cadastro de fornecedores: "
                   WITH NO ADVANCING.
           ACCEPT WS-CPF-DIGITADO.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir arquivo de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPF-DIGITADO TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: CPF nao cadastrado como fornecedor; "
                           "cadastre o custodiante antes."
               NOT INVALID KEY
                   IF F-SITUACAO NOT = 'A'
                       DISPLAY "ERRO: cadastro do custodiante inativo."
                   ELSE
                       DISPLAY "Pagamento a: " F-RAZAO-SOCIAL
                       MOVE 'S' TO WS-DADO-VALIDO
                   END-IF
           END-READ.
           CLOSE FORNECEDORES-FILE.

       330-DIGITAR-TETO.
           DISPLAY "Teto autorizado do fundo: " WITH NO ADVANCING.
           ACCEPT WS-TETO-DIGITADO.
           IF WS-TETO-DIGITADO = ZERO
               DISPLAY "ERRO: teto deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FUNDO-NOVO = 'N'
               COMPUTE WS-DIFERENCA-TETO = FX-SALDO-CAIXA
                   + WS-TETO-DIGITADO - FX-VALOR-TETO
               IF WS-DIFERENCA-TETO < ZERO
                   DISPLAY "ERRO: as despesas pendentes passam do novo "
                           "teto; reponha o fundo antes de reduzir."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'S' TO WS-DADO-VALIDO.

       390-ABRIR-FUNDO.
           OPEN I-O FUNDO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FX
               OPEN OUTPUT FUNDO-FILE
               CLOSE FUNDO-FILE
               OPEN I-O FUNDO-FILE
           END-IF.
           IF NOT STATUS-OK-FX
               DISPLAY "ERRO ao abrir arquivo de fundos. Status: "
                       WS-STATUS-FUNDO
               CLOSE FUNDO-FILE
           END-IF.

      *> A DESPESA SAI DO CAIXA NA HORA; SO O CUSTODIANTE DA FILIAL
      *> (OU O SUPERVISOR) LANCA, E NUNCA ALEM DO DINHEIRO EM MAOS
       400-LANCAR-DESPESA.
           PERFORM 480-LOCALIZAR-FUNDO.
           IF NOT STATUS-OK-FX
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Caixa disponivel: " FX-SALDO-CAIXA.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 410-DIGITAR-DATA-DESPESA UNTIL WS-DATA-VALIDA = 'S'.
           DISPLAY "Numero do recibo/cupom: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DES-RECIBO.
           ACCEPT WS-DES-RECIBO.
           DISPLAY "Descricao: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DES-DESCRICAO.
           ACCEPT WS-DES-DESCRICAO.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 420-DIGITAR-NATUREZA UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 430-DIGITAR-CENTRO UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 440-DIGITAR-VALOR UNTIL WS-DADO-VALIDO = 'S'.

           OPEN I-O FUNDODES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FD
               OPEN OUTPUT FUNDODES-FILE
               CLOSE FUNDODES-FILE
               OPEN I-O FUNDODES-FILE
           END-IF.
           IF NOT STATUS-OK-FD
               DISPLAY "ERRO ao abrir despesas do fundo. Status: "
                       WS-STATUS-FUNDODES
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FX-PROX-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE FX-FILIAL TO FD-FILIAL.
           MOVE FX-PROX-SEQ TO FD-SEQ.
           MOVE WS-DES-DATA TO FD-DATA-DESPESA.
           MOVE WS-DES-RECIBO TO FD-NUM-RECIBO.
           MOVE WS-DES-DESCRICAO TO FD-DESCRICAO.
           MOVE WS-DES-NATUREZA TO FD-NATUREZA.
           MOVE WS-DES-CENTRO TO FD-CENTRO-CUSTO.
           MOVE WS-DES-VALOR TO FD-VALOR.
           MOVE 'P' TO FD-SITUACAO.
           MOVE ZERO TO FD-NUM-DOC-REPOS.
           MOVE WS-USUARIO-SESSAO TO FD-USUARIO.
           MOVE WS-DH-DATA TO FD-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FD-DATA-HORA(9:6).
           WRITE FUNDODES-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a despesa. Status: "
                           WS-STATUS-FUNDODES
               NOT INVALID KEY
                   SUBTRACT WS-DES-VALOR FROM FX-SALDO-CAIXA
                   REWRITE FUNDO-REG
                   DISPLAY "Despesa " FD-SEQ " lancada; caixa restante "
                           FX-SALDO-CAIXA
           END-WRITE.
           CLOSE FUNDODES-FILE.
           CLOSE FUNDO-FILE.

       410-DIGITAR-DATA-DESPESA.
           DISPLAY "Data da despesa (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DES-DATA.
           MOVE WS-DES-DATA TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.
           IF WS-DATA-VALIDA = 'S' AND WS-DES-DATA > WS-DATA-HOJE
               DISPLAY "ERRO: data da despesa no futuro."
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       420-DIGITAR-NATUREZA.
           DISPLAY "Natureza de despesa: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DES-NATUREZA.
           ACCEPT WS-DES-NATUREZA.
           MOVE FUNCTION UPPER-CASE(WS-DES-NATUREZA) TO WS-DES-NATUREZA.
           OPEN INPUT NATUREZA-FILE.
           IF NOT STATUS-OK-NT
               DISPLAY "AVISO: tabela de naturezas indisponivel; "
                       "natureza aceita sem conferencia."
               CLOSE NATUREZA-FILE
               MOVE 'S' TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DES-NATUREZA TO NT-CODIGO.
           READ NATUREZA-FILE
               INVALID KEY
                   DISPLAY "Natureza nao cadastrada. Consulte o "
                           "cadastro de naturezas."
               NOT INVALID KEY
                   DISPLAY "Natureza: " NT-DESCRICAO
                   MOVE 'S' TO WS-DADO-VALIDO
           END-READ.
           CLOSE NATUREZA-FILE.

       430-DIGITAR-CENTRO.
           DISPLAY "Centro de custo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DES-CENTRO.
           ACCEPT WS-DES-CENTRO.
           MOVE FUNCTION UPPER-CASE(WS-DES-CENTRO) TO WS-DES-CENTRO.
           IF WS-DES-CENTRO = SPACES
               DISPLAY "ERRO: centro de custo obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CTC
               CLOSE CENTROC-FILE
               MOVE 'S' TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DES-CENTRO TO CC-CODIGO.
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

       440-DIGITAR-VALOR.
           DISPLAY "Valor da despesa: " WITH NO ADVANCING.
           ACCEPT WS-DES-VALOR.
           IF WS-DES-VALOR = ZERO
               DISPLAY "ERRO: valor deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DES-VALOR > FX-SALDO-CAIXA
               DISPLAY "ERRO: valor acima do caixa do fundo ("
                       FX-SALDO-CAIXA "); solicite a reposicao."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DADO-VALIDO.

      *> SO DESPESA AINDA PENDENTE PODE SER ESTORNADA: A QUE JA ESTA
      *> NUMA CONTA DE REPOSICAO SEGUE O DESTINO DA CONTA
       450-ESTORNAR-DESPESA.
           PERFORM 480-LOCALIZAR-FUNDO.
           IF NOT STATUS-OK-FX
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FUNDODES-FILE.
           IF NOT STATUS-OK-FD
               DISPLAY "AVISO: nenhuma despesa lancada ainda."
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sequencia da despesa: " WITH NO ADVANCING.
           ACCEPT WS-DES-SEQ.
           MOVE FX-FILIAL TO FD-FILIAL.
           MOVE WS-DES-SEQ TO FD-SEQ.
           READ FUNDODES-FILE
               INVALID KEY
                   DISPLAY "ERRO: despesa nao encontrada."
                   CLOSE FUNDODES-FILE
                   CLOSE FUNDO-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF FD-SITUACAO NOT = 'P'
               DISPLAY "ERRO: so despesa pendente de reposicao pode ser "
                       "estornada (situacao " FD-SITUACAO ")."
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recibo " FD-NUM-RECIBO " " FD-DESCRICAO
                   " valor " FD-VALOR.
           DISPLAY "Confirma o estorno? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S'
               MOVE 'E' TO FD-SITUACAO
               REWRITE FUNDODES-REG
               ADD FD-VALOR TO FX-SALDO-CAIXA
               REWRITE FUNDO-REG
               DISPLAY "Despesa estornada; caixa " FX-SALDO-CAIXA
           END-IF.
           CLOSE FUNDODES-FILE.
           CLOSE FUNDO-FILE.

      *> ABRE FUNDO.DAT EM I-O E LE O FUNDO DA FILIAL DIGITADA; SAI
      *> COM O ARQUIVO ABERTO SO QUANDO O FUNDO EXISTE, ESTA ATIVO E O
      *> USUARIO E O CUSTODIANTE (OU SUPERVISOR)
       480-LOCALIZAR-FUNDO.
           DISPLAY "Codigo da filial: " WITH NO ADVANCING.
           ACCEPT WS-FILIAL.
           MOVE FUNCTION UPPER-CASE(WS-FILIAL) TO WS-FILIAL.
           OPEN I-O FUNDO-FILE.
           IF NOT STATUS-OK-FX
               DISPLAY "AVISO: nenhum fundo fixo cadastrado."
               CLOSE FUNDO-FILE
               MOVE '35' TO WS-STATUS-FUNDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILIAL TO FX-FILIAL.
           READ FUNDO-FILE
               INVALID KEY
                   DISPLAY "ERRO: filial sem fundo fixo."
                   CLOSE FUNDO-FILE
                   MOVE '23' TO WS-STATUS-FUNDO
                   EXIT PARAGRAPH
           END-READ.
           IF FX-SITUACAO NOT = 'A'
               DISPLAY "ERRO: fundo da filial inativo."
               CLOSE FUNDO-FILE
               MOVE '23' TO WS-STATUS-FUNDO
               EXIT PARAGRAPH
           END-IF.
           IF FX-USUARIO-CUSTOD NOT = WS-USUARIO-SESSAO AND
                   WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: somente o custodiante " FX-USUARIO-CUSTOD
                       " movimenta este fundo."
               CLOSE FUNDO-FILE
               MOVE '23' TO WS-STATUS-FUNDO
           END-IF.

      *> A REPOSICAO JUNTA AS DESPESAS PENDENTES NUMA CONTA PARA O
      *> CUSTODIANTE, COM AS LINHAS SOMADAS POR CENTRO EM RATEIO.DAT
      *> (COMO O RATEIO DIGITADO NO LANCCONT) E A CONTA NASCENDO EM
      *> 'G' QUANDO O CENTRO PRINCIPAL TEM RESPONSAVEL, PARA PASSAR
      *> PELO APROVCON ANTES DE IR AO POOL DE PAGAMENTO
       500-SOLICITAR-REPOSICAO.
           PERFORM 480-LOCALIZAR-FUNDO.
           IF NOT STATUS-OK-FX
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FUNDODES-FILE.
           IF NOT STATUS-OK-FD
               DISPLAY "AVISO: nenhuma despesa lancada ainda."
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RAT-QTD WS-NAT-QTD WS-TOTAL-REPOSICAO
                        WS-QTD-DESPESAS WS-QTD-ADIADAS.
           MOVE 'N' TO WS-FIM-DESPESAS.
           MOVE FX-FILIAL TO FD-FILIAL.
           MOVE ZERO TO FD-SEQ.
           START FUNDODES-FILE KEY IS GREATER THAN FD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DESPESAS
           END-START.
           PERFORM 510-SOMAR-DESPESA UNTIL WS-FIM-DESPESAS = 'Y'.

           IF WS-TOTAL-REPOSICAO = ZERO
               DISPLAY "Nenhuma despesa pendente de reposicao."
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Despesas na reposicao: " WS-QTD-DESPESAS
                   " total " WS-TOTAL-REPOSICAO.
           PERFORM 520-MOSTRAR-CENTRO
               VARYING WS-RAT-IDX FROM 1 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.
           IF WS-QTD-ADIADAS > ZERO
               DISPLAY "AVISO: " WS-QTD-ADIADAS " despesa(s) de outros "
                       "centros ficam para a proxima reposicao."
           END-IF.
           DISPLAY "Gerar a conta de reposicao? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Reposicao nao solicitada."
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 530-ESCOLHER-PRINCIPAIS.
           PERFORM 540-LANCAR-CONTA-REPOSICAO.
           IF WS-NUM-DOC-REPOS = ZERO
               CLOSE FUNDODES-FILE
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 560-GRAVAR-RATEIO.

      *> MARCA AS MESMAS DESPESAS SOMADAS ACIMA COM A CONTA GERADA
           MOVE 'N' TO WS-FIM-DESPESAS.
           MOVE FX-FILIAL TO FD-FILIAL.
           MOVE ZERO TO FD-SEQ.
           START FUNDODES-FILE KEY IS GREATER THAN FD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DESPESAS
           END-START.
           PERFORM 570-MARCAR-DESPESA UNTIL WS-FIM-DESPESAS = 'Y'.
           CLOSE FUNDODES-FILE.
           CLOSE FUNDO-FILE.

       510-SOMAR-DESPESA.
           READ FUNDODES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPESAS
               NOT AT END
                   IF FD-FILIAL NOT = FX-FILIAL
                       MOVE 'Y' TO WS-FIM-DESPESAS
                   ELSE
                       IF FD-SITUACAO = 'P'
                           PERFORM 515-ACUMULAR-DESPESA
                       END-IF
                   END-IF
           END-READ.

      *> ACHA (OU ABRE) A LINHA DO CENTRO; SEM VAGA NO RATEIO A
      *> DESPESA FICA DE FORA DESTA REPOSICAO
       515-ACUMULAR-DESPESA.
           MOVE ZERO TO WS-RAT-ACHOU.
           PERFORM 516-PROCURAR-CENTRO
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-QTD OR WS-RAT-ACHOU > ZERO.
           IF WS-RAT-ACHOU = ZERO
               IF WS-RAT-QTD >= 10
                   ADD 1 TO WS-QTD-ADIADAS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RAT-QTD
               MOVE WS-RAT-QTD TO WS-RAT-ACHOU
               MOVE FD-CENTRO-CUSTO TO WS-RAT-CENTRO(WS-RAT-ACHOU)
               MOVE ZERO TO WS-RAT-VALOR-LIN(WS-RAT-ACHOU)
           END-IF.
           ADD FD-VALOR TO WS-RAT-VALOR-LIN(WS-RAT-ACHOU).
           ADD FD-VALOR TO WS-TOTAL-REPOSICAO.
           ADD 1 TO WS-QTD-DESPESAS.

           MOVE ZERO TO WS-NAT-ACHOU.
           PERFORM 517-PROCURAR-NATUREZA
               VARYING WS-NAT-IDX FROM 1 BY 1
               UNTIL WS-NAT-IDX > WS-NAT-QTD OR WS-NAT-ACHOU > ZERO.
           IF WS-NAT-ACHOU = ZERO AND WS-NAT-QTD < 30
               ADD 1 TO WS-NAT-QTD
               MOVE WS-NAT-QTD TO WS-NAT-ACHOU
               MOVE FD-NATUREZA TO WS-NAT-CODIGO(WS-NAT-ACHOU)
               MOVE ZERO TO WS-NAT-VALOR(WS-NAT-ACHOU)
           END-IF.
           IF WS-NAT-ACHOU > ZERO
               ADD FD-VALOR TO WS-NAT-VALOR(WS-NAT-ACHOU)
           END-IF.

       516-PROCURAR-CENTRO.
           IF WS-RAT-CENTRO(WS-RAT-IDX) = FD-CENTRO-CUSTO
               MOVE WS-RAT-IDX TO WS-RAT-ACHOU
           END-IF.

       517-PROCURAR-NATUREZA.
           IF WS-NAT-CODIGO(WS-NAT-IDX) = FD-NATUREZA
               MOVE WS-NAT-IDX TO WS-NAT-ACHOU
           END-IF.

       520-MOSTRAR-CENTRO.
           DISPLAY "  Centro " WS-RAT-CENTRO(WS-RAT-IDX)
                   " valor " WS-RAT-VALOR-LIN(WS-RAT-IDX).

      *> CENTRO E NATUREZA DE MAIOR VALOR VAO PARA A CONTA; OS
      *> PERCENTUAIS DO RATEIO SAO DERIVADOS DOS VALORES, COM O RESTO
      *> NA ULTIMA LINHA (MESMA REGRA DO RATEIO POR VALOR DO LANCCONT)
       530-ESCOLHER-PRINCIPAIS.
           MOVE 1 TO WS-RAT-MAIOR.
           PERFORM 531-COMPARAR-CENTRO
               VARYING WS-RAT-IDX FROM 2 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.
           MOVE 1 TO WS-NAT-MAIOR.
           PERFORM 532-COMPARAR-NATUREZA
               VARYING WS-NAT-IDX FROM 2 BY 1 UNTIL WS-NAT-IDX > WS-NAT-QTD.
           MOVE ZERO TO WS-RAT-SOMA-PERC.
           PERFORM 533-DERIVAR-PERCENTUAL
               VARYING WS-RAT-IDX FROM 1 BY 1 UNTIL WS-RAT-IDX > WS-RAT-QTD.

       531-COMPARAR-CENTRO.
           IF WS-RAT-VALOR-LIN(WS-RAT-IDX) >
                   WS-RAT-VALOR-LIN(WS-RAT-MAIOR)
               MOVE WS-RAT-IDX TO WS-RAT-MAIOR
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
                   WS-RAT-VALOR-LIN(WS-RAT-IDX) * 100
                   / WS-TOTAL-REPOSICAO
               ADD WS-RAT-PERC(WS-RAT-IDX) TO WS-RAT-SOMA-PERC
           END-IF.

       540-LANCAR-CONTA-REPOSICAO.
           MOVE ZERO TO WS-NUM-DOC-REPOS.
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

           MOVE FX-CPF-CUSTODIANTE TO CP-CNPJ-FORN.
           MOVE WS-DATA-HOJE TO CP-DATA-EMISSAO.
           MOVE WS-DATA-HOJE TO CP-DATA-VENC.
           MOVE WS-TOTAL-REPOSICAO TO CP-VALOR.
           MOVE WS-SITUACAO-INICIAL TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           MOVE 1 TO CP-NUM-PARCELA.
           MOVE 1 TO CP-QTD-PARCELAS.
           MOVE WS-RAT-CENTRO(WS-RAT-MAIOR) TO CP-CENTRO-CUSTO.
           MOVE WS-TOTAL-REPOSICAO TO CP-SALDO.
           MOVE FX-FILIAL TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE WS-TOTAL-REPOSICAO TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE WS-NAT-CODIGO(WS-NAT-MAIOR) TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao lancar a conta de reposicao. Status: "
                           WS-STATUS-CONTAPAGAR
               NOT INVALID KEY
                   MOVE CP-NUM-DOC TO WS-NUM-DOC-REPOS
                   DISPLAY "Reposicao de R$ " WS-TOTAL-REPOSICAO
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
                   STRING "Reposicao do fundo fixo da filial "
                          FX-FILIAL ": " WS-QTD-DESPESAS " despesas"
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
           MOVE WS-RAT-CENTRO(WS-RAT-MAIOR) TO CC-CODIGO.
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

      *> CONTA DE UM SO CENTRO NAO GANHA RATEIO, COMO NO LANCCONT
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
           MOVE WS-NUM-DOC-REPOS TO RA-NUM-DOC.
           MOVE FX-CPF-CUSTODIANTE TO RA-CNPJ-FORN.
           MOVE WS-RAT-IDX TO RA-SEQ.
           MOVE WS-RAT-CENTRO(WS-RAT-IDX) TO RA-CENTRO-CUSTO.
           MOVE WS-RAT-PERC(WS-RAT-IDX) TO RA-PERCENTUAL.
           MOVE SPACES TO RA-NATUREZA.
           IF WS-RAT-IDX = WS-RAT-QTD
               COMPUTE RA-VALOR = WS-TOTAL-REPOSICAO - WS-RAT-VALOR-ACUM
           ELSE
               MOVE WS-RAT-VALOR-LIN(WS-RAT-IDX) TO RA-VALOR
               ADD RA-VALOR TO WS-RAT-VALOR-ACUM
           END-IF.
           WRITE RATEIO-REG
               INVALID KEY
                   REWRITE RATEIO-REG
           END-WRITE.

       570-MARCAR-DESPESA.
           READ FUNDODES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPESAS
               NOT AT END
                   IF FD-FILIAL NOT = FX-FILIAL
                       MOVE 'Y' TO WS-FIM-DESPESAS
                   ELSE
                       IF FD-SITUACAO = 'P'
                           PERFORM 575-MARCAR-SE-INCLUIDA
                       END-IF
                   END-IF
           END-READ.

       575-MARCAR-SE-INCLUIDA.
           MOVE ZERO TO WS-RAT-ACHOU.
           PERFORM 516-PROCURAR-CENTRO
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-QTD OR WS-RAT-ACHOU > ZERO.
           IF WS-RAT-ACHOU > ZERO
               MOVE 'S' TO FD-SITUACAO
               MOVE WS-NUM-DOC-REPOS TO FD-NUM-DOC-REPOS
               REWRITE FUNDODES-REG
           END-IF.

      *> EXTRATO DE TODOS OS FUNDOS DE UM CUSTODIANTE: CAIXA, TETO E
      *> AS DESPESAS LANCADAS, COM A SITUACAO DE CADA UMA
       600-EXTRATO-CUSTODIANTE.
           DISPLAY "Usuario custodiante (ENTER = voce): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-USUARIO-DIGITADO.
           ACCEPT WS-USUARIO-DIGITADO.
           IF WS-USUARIO-DIGITADO = SPACES
               MOVE WS-USUARIO-SESSAO TO WS-USUARIO-DIGITADO
           END-IF.
           IF WS-USUARIO-DIGITADO NOT = WS-USUARIO-SESSAO AND
                   WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: extrato de outro custodiante restrito ao "
                       "supervisor."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FUNDO-FILE.
           IF NOT STATUS-OK-FX
               DISPLAY "AVISO: nenhum fundo fixo cadastrado."
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FUNDODES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'FUNDOFIX_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "EXTRATO DE FUNDO FIXO - CUSTODIANTE "
                  WS-USUARIO-DIGITADO " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-FUNDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO FX-FILIAL.
           START FUNDO-FILE KEY IS GREATER THAN FX-FILIAL
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 610-LER-FUNDO-CUSTODIANTE UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-QTD-FUNDOS = ZERO
               MOVE "NENHUM FUNDO SOB ESTE CUSTODIANTE." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           CLOSE SPOOL-FILE.
           CLOSE FUNDODES-FILE.
           CLOSE FUNDO-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Extrato gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       610-LER-FUNDO-CUSTODIANTE.
           READ FUNDO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF FX-USUARIO-CUSTOD = WS-USUARIO-DIGITADO
                       ADD 1 TO WS-QTD-FUNDOS
                       PERFORM 620-EMITIR-FUNDO
                   END-IF
           END-READ.

       620-EMITIR-FUNDO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FILIAL " FX-FILIAL "  TETO " FX-VALOR-TETO
                  "  CAIXA " FX-SALDO-CAIXA "  SITUACAO " FX-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "SEQ    DATA     RECIBO          DESCRICAO            "
             TO WS-LINHA.
           MOVE "          NATU CENTRO VALOR        SITUACAO    DOC REPOS"
             TO WS-LINHA(57:58).
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-TOTAL-PENDENTE WS-TOTAL-SOLICITADO
                        WS-TOTAL-REPOSTO.
           MOVE 'N' TO WS-FIM-DESPESAS.
           MOVE FX-FILIAL TO FD-FILIAL.
           MOVE ZERO TO FD-SEQ.
           START FUNDODES-FILE KEY IS GREATER THAN FD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DESPESAS
           END-START.
           PERFORM 630-EMITIR-DESPESA UNTIL WS-FIM-DESPESAS = 'Y'.

           MOVE SPACES TO WS-LINHA.
           STRING "PENDENTE " WS-TOTAL-PENDENTE
                  "  EM REPOSICAO " WS-TOTAL-SOLICITADO
                  "  REPOSTO " WS-TOTAL-REPOSTO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           COMPUTE WS-DIFERENCA = FX-SALDO-CAIXA + WS-TOTAL-PENDENTE
               + WS-TOTAL-SOLICITADO - FX-VALOR-TETO.
           IF WS-DIFERENCA NOT = ZERO
               MOVE SPACES TO WS-LINHA
               STRING "*** CAIXA + NAO REPOSTO DIFERE DO TETO EM "
                      WS-DIFERENCA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       630-EMITIR-DESPESA.
           READ FUNDODES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPESAS
               NOT AT END
                   IF FD-FILIAL NOT = FX-FILIAL
                       MOVE 'Y' TO WS-FIM-DESPESAS
                   ELSE
                       PERFORM 640-DESCREVER-DESPESA
                       MOVE SPACES TO WS-LINHA
                       STRING FD-SEQ " " FD-DATA-DESPESA " "
                              FD-NUM-RECIBO " " FD-DESCRICAO " "
                              FD-NATUREZA " " FD-CENTRO-CUSTO " "
                              FD-VALOR " " WS-DESC-SITUACAO " "
                              FD-NUM-DOC-REPOS
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 890-EMITIR-LINHA
                   END-IF
           END-READ.

       640-DESCREVER-DESPESA.
           EVALUATE FD-SITUACAO
               WHEN 'P'
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
                   ADD FD-VALOR TO WS-TOTAL-PENDENTE
               WHEN 'S'
                   MOVE "EM REPOSICAO" TO WS-DESC-SITUACAO
                   ADD FD-VALOR TO WS-TOTAL-SOLICITADO
               WHEN 'R'
                   MOVE "REPOSTA" TO WS-DESC-SITUACAO
                   ADD FD-VALOR TO WS-TOTAL-REPOSTO
               WHEN 'E'
                   MOVE "ESTORNADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE FD-SITUACAO TO WS-DESC-SITUACAO
           END-EVALUATE.

      *> PARA CADA FUNDO: CAIXA + DESPESAS AINDA NAO REPOSTAS ('P' E
      *> 'S') TEM DE SER IGUAL AO TETO. DIFERENCA E FALTA (OU SOBRA)
      *> DE DINHEIRO COM O CUSTODIANTE, OU DESPESA NAO LANCADA
       700-CONFERIR-FUNDOS.
           OPEN INPUT FUNDO-FILE.
           IF NOT STATUS-OK-FX
               DISPLAY "AVISO: nenhum fundo fixo cadastrado."
               CLOSE FUNDO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FUNDODES-FILE.
           DISPLAY "FILIAL CUSTODIANTE TETO          CAIXA         "
                   "NAO REPOSTO   DIFERENCA".
           MOVE ZERO TO WS-QTD-FUNDOS WS-QTD-DIVERGENTES.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO FX-FILIAL.
           START FUNDO-FILE KEY IS GREATER THAN FX-FILIAL
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 710-CONFERIR-FUNDO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FUNDODES-FILE.
           CLOSE FUNDO-FILE.
           DISPLAY "Fundos conferidos: " WS-QTD-FUNDOS
                   "  divergentes: " WS-QTD-DIVERGENTES.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-CONFERIR-FUNDO.
           READ FUNDO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-FUNDOS
                   MOVE ZERO TO WS-TOTAL-PENDENTE WS-TOTAL-SOLICITADO
                                WS-TOTAL-REPOSTO
                   MOVE 'N' TO WS-FIM-DESPESAS
                   MOVE FX-FILIAL TO FD-FILIAL
                   MOVE ZERO TO FD-SEQ
                   START FUNDODES-FILE KEY IS GREATER THAN FD-CHAVE
                       INVALID KEY
                           MOVE 'Y' TO WS-FIM-DESPESAS
                   END-START
                   PERFORM 720-SOMAR-NAO-REPOSTA
                       UNTIL WS-FIM-DESPESAS = 'Y'
                   COMPUTE WS-SOMA-FUNDO = WS-TOTAL-PENDENTE
                       + WS-TOTAL-SOLICITADO
                   COMPUTE WS-DIFERENCA = FX-SALDO-CAIXA + WS-SOMA-FUNDO
                       - FX-VALOR-TETO
                   DISPLAY FX-FILIAL "   " FX-USUARIO-CUSTOD " "
                           FX-VALOR-TETO " " FX-SALDO-CAIXA " "
                           WS-SOMA-FUNDO " " WS-DIFERENCA
                   IF WS-DIFERENCA NOT = ZERO
                       ADD 1 TO WS-QTD-DIVERGENTES
                       DISPLAY "  *** FUNDO DIVERGENTE: caixa + nao "
                               "reposto diferente do teto"
                   END-IF
           END-READ.

       720-SOMAR-NAO-REPOSTA.
           READ FUNDODES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPESAS
               NOT AT END
                   IF FD-FILIAL NOT = FX-FILIAL
                       MOVE 'Y' TO WS-FIM-DESPESAS
                   ELSE
                       PERFORM 640-DESCREVER-DESPESA
                   END-IF
           END-READ.

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
