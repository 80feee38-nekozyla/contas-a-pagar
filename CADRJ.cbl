       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRJ.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECJUD-FILE *> Fornecedores em recuperacao judicial
               ASSIGN TO 'RECJUD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-CNPJ
               FILE STATUS IS WS-STATUS-RECJUD.

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

           SELECT PROXDOC-FILE *> Contador do proximo numero de documento
               ASSIGN TO 'PROXDOC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXDOC.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-DATA
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT FECHCOMP-FILE *> Competencias contabeis fechadas
               ASSIGN TO 'FECHCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-ANO-MES
               FILE STATUS IS WS-STATUS-FECHCOMP.

           SELECT RENEGLOG-FILE *> Vinculo documento antigo -> plano novo
               ASSIGN TO 'RENEGLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RENEGLOG.

       DATA DIVISION.
       FILE SECTION.
      *> UM REGISTRO POR FORNECEDOR EM RECUPERACAO JUDICIAL.
      *> RJ-SITUACAO 'A' EM RECUPERACAO, 'E' ENCERRADA POR SENTENCA.
      *> RJ-SALDO-RECLASS ACUMULA O SALDO DOS TITULOS ANTERIORES AO
      *> PEDIDO QUE FORAM CONGELADOS ('J'); RJ-VALOR-PLANO ACUMULA O
      *> VALOR DAS PARCELAS GERADAS PELO PLANO HOMOLOGADO
       FD  RECJUD-FILE.
       01  RECJUD-REG.
           05 RJ-CNPJ             PIC 9(14).
           05 RJ-DATA-PEDIDO      PIC 9(08).
           05 RJ-PROCESSO         PIC X(25).
           05 RJ-SITUACAO         PIC X(01).
           05 RJ-DATA-HOMOLOG     PIC 9(08).
           05 RJ-SALDO-RECLASS    PIC 9(12)V99.
           05 RJ-VALOR-PLANO      PIC 9(12)V99.
           05 RJ-DATA-HORA-ALT    PIC 9(14).

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

       FD  PROXDOC-FILE.
       01  PROXDOC-REG.
           05 PD-PROX-NUM-DOC  PIC 9(10).

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
           05 FE-DESCRICAO     PIC X(30).

       FD  FECHCOMP-FILE.
       01  FECHCOMP-REG.
           05 FC-ANO-MES       PIC 9(06).
           05 FC-DATA-FECHAMENTO PIC 9(08).

       FD  RENEGLOG-FILE.
       01  RENEGLOG-REG.
           05 RN-DATA-HORA     PIC 9(14).
           05 RN-CNPJ-FORN     PIC 9(14).
           05 RN-DOC-ANTIGO    PIC 9(10).
           05 RN-DOC-NOVO-BASE PIC 9(10).
           05 RN-VALOR-CONSOLIDADO PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECJUD         PIC X(2).
          88 STATUS-OK-RJ           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RJ VALUE '35'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-PROXDOC        PIC X(2).
          88 STATUS-OK-PD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PD VALUE '35'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-FECHCOMP       PIC X(2).
          88 STATUS-OK-FC           VALUE '00'.
       01 WS-STATUS-RENEGLOG       PIC X(2).
          88 STATUS-OK-RN           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RN VALUE '35'.

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMACAO           PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-RJ-EXISTE             PIC X(01).
       01 WS-QTD-LISTADOS          PIC 9(05).

       01 WS-CNPJ-RJ               PIC 9(14).
       01 WS-DATA-PEDIDO           PIC 9(08).
       01 WS-PROCESSO              PIC X(25).

      *> RECLASSIFICACAO DOS TITULOS ANTERIORES AO PEDIDO
       01 WS-QTD-CONGELADOS        PIC 9(05).
       01 WS-QTD-EM-REMESSA        PIC 9(05).
       01 WS-TOTAL-CONGELADO       PIC 9(12)V99.
       01 WS-SALDO-ITEM            PIC 9(10)V99.

      *> PLANO HOMOLOGADO: OS TITULOS CONGELADOS SAO SUBSTITUIDOS PELAS
      *> PARCELAS DO PLANO, NOS MOLDES DA RENEGOCIACAO (RENEGOC)
       01 WS-DATA-HOMOLOG          PIC 9(08).
       01 WS-PERC-DESAGIO          PIC 9(02)V99.
       01 WS-VALOR-PLANO           PIC 9(12)V99.
       01 WS-QTD-PARCELAS          PIC 9(02).
       01 WS-DIAS-ENTRE-PARCELAS   PIC 9(03).
       01 WS-DATA-VENC-BASE        PIC 9(08).
       01 WS-VALOR-PARCELA         PIC 9(10)V99.
       01 WS-VALOR-ACUMULADO       PIC 9(12)V99.
       01 WS-I-PARCELA             PIC 9(02).
       01 WS-DATA-VENC-INT         PIC S9(09) COMP.
       01 WS-DOC-NOVO-BASE         PIC 9(10) VALUE ZERO.
       01 WS-CENTRO-MODELO         PIC X(06).
       01 WS-NATUREZA-MODELO       PIC X(04).
       01 WS-FILIAL-MODELO         PIC X(04).
       01 WS-CJ-QTD                PIC 9(04) VALUE ZERO.
       01 WS-CJ-IDX                PIC 9(04).
       01 WS-CJ-TAB.
           05 WS-CJ-ITEM OCCURS 1000 TIMES.
              10 WS-CJ-DOC         PIC 9(10).

       01 WS-DATA-COMPETENCIA      PIC 9(08).
       01 WS-COMPETENCIA-FECHADA   PIC X(01).

      *> APOIO DE DIAS UTEIS (MESMAS REGRAS DO RENEGOC)
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-DU-INT                PIC S9(09) COMP.
       01 WS-DU-RESTO              PIC 9(01).
       01 WS-DU-UTIL               PIC X(01).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-NOTA-PARM.
           05 WS-NP-NUM-DOC       PIC 9(10).
           05 WS-NP-CNPJ-FORN     PIC 9(14).
           05 WS-NP-TEXTO         PIC X(70).

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'CADRJ'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> RECUPERACAO JUDICIAL DE FORNECEDOR: O PEDIDO CONGELA OS
      *> TITULOS EMITIDOS ANTES DELE (SITUACAO 'J', CREDITO SUJEITO AO
      *> PLANO), QUE SAEM DE TODOS OS CAMINHOS DE PAGAMENTO (ROTINA
      *> VERIFRJ); O PLANO HOMOLOGADO OS SUBSTITUI POR PARCELAS NOVAS,
      *> QUE SEGUEM O FLUXO NORMAL DE AGENDA E PAGAMENTO
       100-INICIAR.
           PERFORM 200-MENU-RJ UNTIL WS-OPCAO = 'S'.
           GOBACK.

       200-MENU-RJ.
           DISPLAY "--- Fornecedores em Recuperacao Judicial ---".
           DISPLAY "R - Registrar pedido de recuperacao".
           DISPLAY "C - Reclassificar titulos anteriores ao pedido".
           DISPLAY "P - Registrar plano homologado (gerar parcelas)".
           DISPLAY "E - Encerrar recuperacao".
           DISPLAY "L - Listar fornecedores em recuperacao".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 300-REGISTRAR-PEDIDO
               WHEN 'C'
                   PERFORM 350-RECLASSIFICAR-MANUAL
               WHEN 'P'
                   PERFORM 500-REGISTRAR-PLANO
               WHEN 'E'
                   PERFORM 700-ENCERRAR-RJ
               WHEN 'L'
                   PERFORM 750-LISTAR-RJ
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-REGISTRAR-PEDIDO.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-RJ.
           OPEN INPUT FORNECEDORES-FILE.
           MOVE WS-CNPJ-RJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor nao cadastrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FORNECEDORES-FILE.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.

           OPEN I-O RECJUD-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RJ
               OPEN OUTPUT RECJUD-FILE
               CLOSE RECJUD-FILE
               OPEN I-O RECJUD-FILE
           END-IF.
           IF NOT STATUS-OK-RJ
               DISPLAY "ERRO ao abrir o cadastro de recuperacoes. "
                       "Status: " WS-STATUS-RECJUD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNPJ-RJ TO RJ-CNPJ.
           MOVE 'N' TO WS-RJ-EXISTE.
           READ RECJUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-RJ-EXISTE
           END-READ.
           IF WS-RJ-EXISTE = 'S' AND RJ-SITUACAO = 'A'
               DISPLAY "ERRO: fornecedor ja esta em recuperacao desde "
                       RJ-DATA-PEDIDO " (processo " RJ-PROCESSO ")."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 310-DIGITAR-DATA-PEDIDO UNTIL WS-DATA-VALIDA = 'S'.
           DISPLAY "Numero do processo: " WITH NO ADVANCING.
           ACCEPT WS-PROCESSO.
           DISPLAY "Confirma o registro? Os titulos emitidos antes de "
                   WS-DATA-PEDIDO " serao congelados. (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Registro cancelado."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNPJ-RJ TO RJ-CNPJ.
           MOVE WS-DATA-PEDIDO TO RJ-DATA-PEDIDO.
           MOVE WS-PROCESSO TO RJ-PROCESSO.
           MOVE 'A' TO RJ-SITUACAO.
           MOVE ZERO TO RJ-DATA-HOMOLOG.
           MOVE ZERO TO RJ-SALDO-RECLASS.
           MOVE ZERO TO RJ-VALOR-PLANO.
           PERFORM 890-CARIMBAR-RJ.
           IF WS-RJ-EXISTE = 'S'
               REWRITE RECJUD-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar a recuperacao. Status: "
                               WS-STATUS-RECJUD
               END-REWRITE
           ELSE
               WRITE RECJUD-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar a recuperacao. Status: "
                               WS-STATUS-RECJUD
               END-WRITE
           END-IF.
           IF NOT STATUS-OK-RJ
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recuperacao judicial registrada.".

           PERFORM 400-RECLASSIFICAR-TITULOS.
           CLOSE RECJUD-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       310-DIGITAR-DATA-PEDIDO.
           DISPLAY "Data do pedido de recuperacao (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-PEDIDO.
           MOVE WS-DATA-PEDIDO TO WS-DATA-EM-VALIDACAO.
           MOVE 'E' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> NOVA PASSADA DA RECLASSIFICACAO: PEGA O TITULO ANTERIOR AO
      *> PEDIDO LANCADO DEPOIS DELE (NOTA QUE CHEGOU ATRASADA) OU QUE
      *> ESTAVA EM REMESSA NO REGISTRO E JA FOI LIBERADO
       350-RECLASSIFICAR-MANUAL.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-RJ.
           OPEN I-O RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               DISPLAY "AVISO: nenhuma recuperacao judicial registrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-RJ TO RJ-CNPJ.
           READ RECJUD-FILE
               INVALID KEY
                   DISPLAY "ERRO: fornecedor sem recuperacao registrada."
                   CLOSE RECJUD-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF RJ-SITUACAO NOT = 'A'
               DISPLAY "ERRO: a recuperacao deste fornecedor ja foi "
                       "encerrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE RJ-DATA-PEDIDO TO WS-DATA-PEDIDO.
           PERFORM 400-RECLASSIFICAR-TITULOS.
           CLOSE RECJUD-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> VARRE AS CONTAS DO FORNECEDOR: A PAGAR ('A'/'V') EMITIDA ANTES
      *> DO PEDIDO VIRA 'J' E O SALDO ENTRA NO SALDO SUJEITO AO PLANO;
      *> TITULO EM REMESSA SO E AVISADO (A REMESSA PRECISA SER
      *> LIBERADA NO CNAB E A RECLASSIFICACAO REPETIDA). O REGISTRO DE
      *> RECJUD-REG DO FORNECEDOR JA ESTA LIDO E O ARQUIVO ABERTO I-O
       400-RECLASSIFICAR-TITULOS.
           MOVE ZERO TO WS-QTD-CONGELADOS WS-QTD-EM-REMESSA
                        WS-TOTAL-CONGELADO.
           OPEN I-O CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: nenhuma conta a reclassificar."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-AVALIAR-TITULO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.

           ADD WS-TOTAL-CONGELADO TO RJ-SALDO-RECLASS.
           PERFORM 890-CARIMBAR-RJ.
           REWRITE RECJUD-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao atualizar o saldo sujeito "
                           "ao plano. Status: " WS-STATUS-RECJUD
           END-REWRITE.

           DISPLAY "Titulos congelados nesta passada: "
                   WS-QTD-CONGELADOS "  saldo " WS-TOTAL-CONGELADO.
           DISPLAY "Saldo sujeito ao plano acumulado: " RJ-SALDO-RECLASS.
           IF WS-QTD-EM-REMESSA > ZERO
               DISPLAY "AVISO: " WS-QTD-EM-REMESSA " titulo(s) anterior(es) "
                       "ao pedido em remessa bancaria; libere a remessa "
                       "e reclassifique de novo."
           END-IF.

       410-AVALIAR-TITULO.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-CNPJ-FORN = WS-CNPJ-RJ AND
                           CP-DATA-EMISSAO < WS-DATA-PEDIDO
                       EVALUATE CP-SITUACAO
                           WHEN 'A'
                           WHEN 'V'
                               PERFORM 420-CONGELAR-TITULO
                           WHEN 'E'
                               ADD 1 TO WS-QTD-EM-REMESSA
                               DISPLAY "Doc " CP-NUM-DOC
                                       " em remessa bancaria"
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       420-CONGELAR-TITULO.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-SALDO-ITEM
           ELSE
               MOVE CP-SALDO TO WS-SALDO-ITEM
           END-IF.
           MOVE 'J' TO CP-SITUACAO.
           REWRITE CONTA-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao congelar o doc " CP-NUM-DOC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONGELADOS
                   ADD WS-SALDO-ITEM TO WS-TOTAL-CONGELADO
                   DISPLAY "Doc " CP-NUM-DOC " emissao " CP-DATA-EMISSAO
                           " saldo " WS-SALDO-ITEM " congelado"
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   MOVE CP-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Sujeito a recuperacao judicial, pedido de "
                          WS-DATA-PEDIDO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-REWRITE.

      *> PLANO HOMOLOGADO: CONSOLIDA OS TITULOS CONGELADOS, APLICA O
      *> DESAGIO APROVADO E GERA AS PARCELAS DO PLANO COM EMISSAO NA
      *> DATA DA HOMOLOGACAO (POSTERIOR AO PEDIDO, ENTAO LIVRES PARA
      *> AGENDA E PAGAMENTO); OS CONGELADOS SAEM COMO 'R' COM O
      *> VINCULO EM RENEGLOG.DAT, COMO NA RENEGOCIACAO
       500-REGISTRAR-PLANO.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-RJ.
           OPEN I-O RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               DISPLAY "AVISO: nenhuma recuperacao judicial registrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-RJ TO RJ-CNPJ.
           READ RECJUD-FILE
               INVALID KEY
                   DISPLAY "ERRO: fornecedor sem recuperacao registrada."
                   CLOSE RECJUD-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF RJ-SITUACAO NOT = 'A'
               DISPLAY "ERRO: a recuperacao deste fornecedor ja foi "
                       "encerrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 510-DIGITAR-DATA-HOMOLOG UNTIL WS-DATA-VALIDA = 'S'.
           IF WS-DATA-HOMOLOG < RJ-DATA-PEDIDO
               DISPLAY "ERRO: a homologacao nao pode ser anterior ao "
                       "pedido (" RJ-DATA-PEDIDO ")."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-HOMOLOG TO WS-DATA-COMPETENCIA.
           PERFORM 950-VERIFICAR-COMPETENCIA.
           IF WS-COMPETENCIA-FECHADA = 'S'
               DISPLAY "ERRO: a competencia " WS-DATA-HOMOLOG(1:6)
                       " ja foi fechada pela contabilidade; parcelas "
                       "do plano nao podem nascer nela."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               CLOSE CONTAPAGAR-FILE
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CJ-QTD.
           MOVE ZERO TO WS-TOTAL-CONGELADO.
           MOVE SPACES TO WS-CENTRO-MODELO WS-NATUREZA-MODELO
                          WS-FILIAL-MODELO.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 520-COLETAR-CONGELADO UNTIL WS-FIM-LEITURA = 'Y'.

           IF WS-CJ-QTD = ZERO
               DISPLAY "Nenhum titulo congelado para este fornecedor; "
                       "rode a reclassificacao antes do plano."
               CLOSE CONTAPAGAR-FILE
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Titulos sujeitos ao plano: " WS-CJ-QTD
                   "  saldo " WS-TOTAL-CONGELADO.
           DISPLAY "Desagio aprovado no plano (%, 0 se nenhum): "
                   WITH NO ADVANCING.
           ACCEPT WS-PERC-DESAGIO.
           COMPUTE WS-VALOR-PLANO ROUNDED = WS-TOTAL-CONGELADO
               * (100 - WS-PERC-DESAGIO) / 100.
           DISPLAY "Numero de parcelas do plano: " WITH NO ADVANCING.
           ACCEPT WS-QTD-PARCELAS.
           IF WS-QTD-PARCELAS < 1
               MOVE 1 TO WS-QTD-PARCELAS
           END-IF.
           DISPLAY "Intervalo em dias entre parcelas: " WITH NO ADVANCING.
           ACCEPT WS-DIAS-ENTRE-PARCELAS.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 530-DIGITAR-VENC-PARCELA UNTIL WS-DATA-VALIDA = 'S'.

           DISPLAY "Valor do plano: " WS-VALOR-PLANO " em "
                   WS-QTD-PARCELAS " parcela(s). Confirma? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Plano nao registrado."
               CLOSE CONTAPAGAR-FILE
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-VALOR-PLANO / WS-QTD-PARCELAS.
           MOVE ZERO TO WS-VALOR-ACUMULADO.
           PERFORM 955-ABRIR-FERIADOS.
           PERFORM 550-GRAVAR-PARCELA-PLANO
               VARYING WS-I-PARCELA FROM 1 BY 1
               UNTIL WS-I-PARCELA > WS-QTD-PARCELAS.
           PERFORM 956-FECHAR-FERIADOS.

           PERFORM 600-ENCERRAR-CONGELADO
               VARYING WS-CJ-IDX FROM 1 BY 1
               UNTIL WS-CJ-IDX > WS-CJ-QTD.
           CLOSE CONTAPAGAR-FILE.

           MOVE WS-DATA-HOMOLOG TO RJ-DATA-HOMOLOG.
           ADD WS-VALOR-PLANO TO RJ-VALOR-PLANO.
           PERFORM 890-CARIMBAR-RJ.
           REWRITE RECJUD-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao registrar o plano no "
                           "cadastro da recuperacao. Status: "
                           WS-STATUS-RECJUD
           END-REWRITE.
           CLOSE RECJUD-FILE.

           DISPLAY "Plano registrado: " WS-CJ-QTD " titulo(s) "
                   "substituido(s) por " WS-QTD-PARCELAS " parcela(s) a "
                   "partir do documento " WS-DOC-NOVO-BASE ".".
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       510-DIGITAR-DATA-HOMOLOG.
           DISPLAY "Data da homologacao do plano (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-HOMOLOG.
           MOVE WS-DATA-HOMOLOG TO WS-DATA-EM-VALIDACAO.
           MOVE 'P' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

       520-COLETAR-CONGELADO.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-CNPJ-FORN = WS-CNPJ-RJ AND CP-SITUACAO = 'J'
                       PERFORM 525-ACUMULAR-CONGELADO
                   END-IF
           END-READ.

       525-ACUMULAR-CONGELADO.
           IF WS-CJ-QTD >= 1000
               DISPLAY "AVISO: mais de 1000 titulos congelados; "
                       "excedentes ficam para um proximo plano."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CJ-QTD.
           MOVE CP-NUM-DOC TO WS-CJ-DOC(WS-CJ-QTD).
           IF WS-CENTRO-MODELO = SPACES
               MOVE CP-CENTRO-CUSTO TO WS-CENTRO-MODELO
               MOVE CP-NATUREZA TO WS-NATUREZA-MODELO
               MOVE CP-FILIAL TO WS-FILIAL-MODELO
           END-IF.
           IF CP-SALDO = ZERO
               ADD CP-VALOR TO WS-TOTAL-CONGELADO
           ELSE
               ADD CP-SALDO TO WS-TOTAL-CONGELADO
           END-IF.

       530-DIGITAR-VENC-PARCELA.
           DISPLAY "Vencimento da 1a parcela (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-VENC-BASE.
           MOVE WS-DATA-VENC-BASE TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> UMA PARCELA DO PLANO COM NUMERO PROPRIO DO CONTADOR; O
      *> VENCIMENTO ROLA PARA O DIA UTIL SEGUINTE
       550-GRAVAR-PARCELA-PLANO.
           PERFORM 800-OBTER-PROXIMO-NUM-DOC.
           IF WS-I-PARCELA = 1
               MOVE CP-NUM-DOC TO WS-DOC-NOVO-BASE
           END-IF.

           COMPUTE WS-DATA-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-BASE) +
               ((WS-I-PARCELA - 1) * WS-DIAS-ENTRE-PARCELAS).
           MOVE WS-DATA-VENC-INT TO WS-DU-INT.
           PERFORM 965-PROXIMO-DIA-UTIL.
           MOVE WS-DU-INT TO WS-DATA-VENC-INT.
           COMPUTE CP-DATA-VENC =
               FUNCTION DATE-OF-INTEGER(WS-DATA-VENC-INT).

           MOVE WS-CNPJ-RJ TO CP-CNPJ-FORN.
           MOVE WS-DATA-HOMOLOG TO CP-DATA-EMISSAO.
           IF WS-I-PARCELA = WS-QTD-PARCELAS
               COMPUTE CP-VALOR = WS-VALOR-PLANO - WS-VALOR-ACUMULADO
           ELSE
               MOVE WS-VALOR-PARCELA TO CP-VALOR
               ADD CP-VALOR TO WS-VALOR-ACUMULADO
           END-IF.
           MOVE 'A' TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           MOVE WS-I-PARCELA TO CP-NUM-PARCELA.
           MOVE WS-QTD-PARCELAS TO CP-QTD-PARCELAS.
           MOVE WS-CENTRO-MODELO TO CP-CENTRO-CUSTO.
           MOVE CP-VALOR TO CP-SALDO.
           MOVE WS-FILIAL-MODELO TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE CP-VALOR TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE WS-NATUREZA-MODELO TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO CRITICO ao gravar a parcela "
                           WS-I-PARCELA " do plano. Status: "
                           WS-STATUS-CONTAPAGAR
               NOT INVALID KEY
                   DISPLAY "Parcela " WS-I-PARCELA "/" WS-QTD-PARCELAS
                           " doc " CP-NUM-DOC " venc " CP-DATA-VENC
                           " valor " CP-VALOR
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   MOVE CP-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Parcela do plano de recuperacao judicial, "
                          "processo " RJ-PROCESSO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-WRITE.

       600-ENCERRAR-CONGELADO.
           MOVE WS-CJ-DOC(WS-CJ-IDX) TO CP-NUM-DOC.
           MOVE WS-CNPJ-RJ TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "AVISO: doc " WS-CJ-DOC(WS-CJ-IDX)
                           " nao encontrado no encerramento."
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'R' TO CP-SITUACAO.
           REWRITE CONTA-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao encerrar o doc "
                           WS-CJ-DOC(WS-CJ-IDX) "."
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   PERFORM 650-GRAVAR-VINCULO
                   MOVE CP-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Substituido pelo plano de RJ iniciado pelo "
                          "doc " WS-DOC-NOVO-BASE
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-REWRITE.

       650-GRAVAR-VINCULO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND RENEGLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RN
               OPEN OUTPUT RENEGLOG-FILE
           END-IF.
           IF NOT STATUS-OK-RN
               DISPLAY "AVISO: nao foi possivel gravar o vinculo do "
                       "plano. Status: " WS-STATUS-RENEGLOG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DH-DATA TO RN-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO RN-DATA-HORA(9:6).
           MOVE WS-CNPJ-RJ TO RN-CNPJ-FORN.
           MOVE WS-CJ-DOC(WS-CJ-IDX) TO RN-DOC-ANTIGO.
           MOVE WS-DOC-NOVO-BASE TO RN-DOC-NOVO-BASE.
           MOVE WS-VALOR-PLANO TO RN-VALOR-CONSOLIDADO.
           WRITE RENEGLOG-REG.
           CLOSE RENEGLOG-FILE.

      *> SENTENCA DE ENCERRAMENTO: SO COM TODO O CREDITO SUJEITO JA
      *> TRANSFORMADO EM PARCELAS DO PLANO
       700-ENCERRAR-RJ.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-RJ.
           OPEN I-O RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               DISPLAY "AVISO: nenhuma recuperacao judicial registrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-RJ TO RJ-CNPJ.
           READ RECJUD-FILE
               INVALID KEY
                   DISPLAY "ERRO: fornecedor sem recuperacao registrada."
                   CLOSE RECJUD-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF RJ-SITUACAO NOT = 'A'
               DISPLAY "AVISO: esta recuperacao ja esta encerrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CJ-QTD WS-TOTAL-CONGELADO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO CP-PRIMARY-KEY
               START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 520-COLETAR-CONGELADO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE CONTAPAGAR-FILE.
           IF WS-CJ-QTD > ZERO
               DISPLAY "ERRO: ainda ha " WS-CJ-QTD " titulo(s) "
                       "congelado(s), saldo " WS-TOTAL-CONGELADO
                       ", fora de plano."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma o encerramento da recuperacao do processo "
                   RJ-PROCESSO "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Encerramento cancelado."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO RJ-SITUACAO.
           PERFORM 890-CARIMBAR-RJ.
           REWRITE RECJUD-REG
               INVALID KEY
                   DISPLAY "ERRO ao encerrar a recuperacao. Status: "
                           WS-STATUS-RECJUD
               NOT INVALID KEY
                   DISPLAY "Recuperacao encerrada; os pagamentos do "
                           "fornecedor voltam ao fluxo normal."
           END-REWRITE.
           CLOSE RECJUD-FILE.

       750-LISTAR-RJ.
           OPEN INPUT RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               DISPLAY "AVISO: nenhuma recuperacao judicial registrada."
               CLOSE RECJUD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RJ-CNPJ.
           START RECJUD-FILE KEY IS GREATER THAN RJ-CNPJ
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 760-LISTAR-PROXIMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RECJUD-FILE.
           DISPLAY "Recuperacoes listadas: " WS-QTD-LISTADOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       760-LISTAR-PROXIMO.
           READ RECJUD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY RJ-CNPJ " " RJ-SITUACAO " pedido "
                           RJ-DATA-PEDIDO " processo " RJ-PROCESSO
                   DISPLAY "     homologacao " RJ-DATA-HOMOLOG
                           " sujeito " RJ-SALDO-RECLASS
                           " plano " RJ-VALOR-PLANO
           END-READ.

       800-OBTER-PROXIMO-NUM-DOC.
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

       890-CARIMBAR-RJ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO RJ-DATA-HORA-ALT(1:8).
           MOVE WS-DH-HORA TO RJ-DATA-HORA-ALT(9:6).

       955-ABRIR-FERIADOS.
           MOVE 'N' TO WS-FERIADOS-ABERTO.
           OPEN INPUT FERIADOS-FILE.
           IF STATUS-OK-FE
               MOVE 'S' TO WS-FERIADOS-ABERTO
           END-IF.

       956-FECHAR-FERIADOS.
           IF WS-FERIADOS-ABERTO = 'S'
               CLOSE FERIADOS-FILE
               MOVE 'N' TO WS-FERIADOS-ABERTO
           END-IF.

       960-VERIFICAR-DIA-UTIL.
           COMPUTE WS-DU-RESTO = FUNCTION MOD(WS-DU-INT, 7).
           IF WS-DU-RESTO = 6 OR WS-DU-RESTO = 0
               MOVE 'N' TO WS-DU-UTIL
           ELSE
               MOVE 'S' TO WS-DU-UTIL
               IF WS-FERIADOS-ABERTO = 'S'
                   COMPUTE FE-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DU-INT)
                   READ FERIADOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-DU-UTIL
                   END-READ
               END-IF
           END-IF.

       965-PROXIMO-DIA-UTIL.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           PERFORM 966-AVANCAR-DIA-UTIL UNTIL WS-DU-UTIL = 'S'.

       966-AVANCAR-DIA-UTIL.
           ADD 1 TO WS-DU-INT.
           PERFORM 960-VERIFICAR-DIA-UTIL.

       950-VERIFICAR-COMPETENCIA.
           MOVE 'N' TO WS-COMPETENCIA-FECHADA.
           OPEN INPUT FECHCOMP-FILE.
           IF NOT STATUS-OK-FC
               CLOSE FECHCOMP-FILE
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

       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE CONTA-REG TO WS-JRN-IMAGEM(1:287).
           PERFORM 980-GRAVAR-JORNAL.
