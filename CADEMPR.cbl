       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMPR.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE *> Emprestimos, FINAME e leasing contratados
               ASSIGN TO 'EMPRESTIMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CONTRATO
               FILE STATUS IS WS-STATUS-EMPRESTIMO.

           SELECT EMPRPARC-FILE *> Cronograma de amortizacao por parcela
               ASSIGN TO 'EMPRPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-DOC-CHAVE
               FILE STATUS IS WS-STATUS-EMPRPARC.

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

       DATA DIVISION.
       FILE SECTION.
      *> UM REGISTRO POR CONTRATO DE FINANCIAMENTO. EM-MODALIDADE 'E'
      *> EMPRESTIMO BANCARIO, 'F' FINAME, 'L' LEASING; EM-SISTEMA 'S'
      *> SAC OU 'P' PRICE. EM-PRAZO CONTA TODAS AS PARCELAS, INCLUSIVE
      *> AS EM-CARENCIA PRIMEIRAS, QUE PAGAM SO OS JUROS. EM-SITUACAO
      *> 'C' CADASTRADO, 'G' CRONOGRAMA JA GERADO EM CONTAS A PAGAR
       FD  EMPRESTIMO-FILE.
       01  EMPRESTIMO-REG.
           05 EM-CONTRATO         PIC X(15).
           05 EM-CNPJ-CREDOR      PIC 9(14).
           05 EM-DESCRICAO        PIC X(30).
           05 EM-MODALIDADE       PIC X(01).
           05 EM-SISTEMA          PIC X(01).
           05 EM-PRINCIPAL        PIC 9(12)V99.
           05 EM-TAXA-MENSAL      PIC 9(02)V9(04).
           05 EM-PRAZO            PIC 9(03).
           05 EM-CARENCIA         PIC 9(03).
           05 EM-DATA-CONTRATO    PIC 9(08).
           05 EM-COMPET-1A-PARC   PIC 9(06).
           05 EM-DIA-VENCIMENTO   PIC 9(02).
           05 EM-CENTRO-CUSTO     PIC X(06).
           05 EM-FILIAL           PIC X(04).
           05 EM-SITUACAO         PIC X(01).
           05 EM-DOC-INICIAL      PIC 9(10).
           05 EM-DATA-HORA-ALT    PIC 9(14).

      *> UMA LINHA POR PARCELA DO CRONOGRAMA, AMARRADA AO TITULO GERADO
      *> (EP-DOC-CHAVE = DOCUMENTO + CNPJ DO CREDOR, A MESMA CHAVE DO
      *> CONTAPAGAR); EP-SALDO-DEVEDOR E O PRINCIPAL QUE SOBRA DEPOIS
      *> DA PARCELA
       FD  EMPRPARC-FILE.
       01  EMPRPARC-REG.
           05 EP-CHAVE.
              10 EP-CONTRATO      PIC X(15).
              10 EP-PARCELA       PIC 9(03).
           05 EP-DOC-CHAVE.
              10 EP-NUM-DOC       PIC 9(10).
              10 EP-CNPJ-CREDOR   PIC 9(14).
           05 EP-DATA-VENC        PIC 9(08).
           05 EP-PRESTACAO        PIC 9(10)V99.
           05 EP-AMORTIZACAO      PIC 9(10)V99.
           05 EP-JUROS            PIC 9(10)V99.
           05 EP-SALDO-DEVEDOR    PIC 9(12)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EMPRESTIMO     PIC X(2).
          88 STATUS-OK-EM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EM VALUE '35'.
       01 WS-STATUS-EMPRPARC       PIC X(2).
          88 STATUS-OK-EP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EP VALUE '35'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-PROXDOC        PIC X(2).
          88 STATUS-OK-PD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PD VALUE '35'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-FECHCOMP       PIC X(2).
          88 STATUS-OK-FC           VALUE '00'.

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMACAO           PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-QTD-LISTADOS          PIC 9(05).
       01 WS-CONTRATO              PIC X(15).
       01 WS-DADOS-OK              PIC X(01).

      *> CALCULO DO CRONOGRAMA: TAXA MENSAL EM FRACAO, PARCELAS DE
      *> AMORTIZACAO (PRAZO MENOS CARENCIA), A PRESTACAO CONSTANTE DO
      *> PRICE E O SALDO DEVEDOR CORRENTE
       01 WS-TAXA                  PIC 9V9(08).
       01 WS-FATOR                 PIC 9(14)V9(10).
       01 WS-QTD-AMORTIZ           PIC 9(03).
       01 WS-PRESTACAO-PRICE       PIC 9(10)V99.
       01 WS-AMORTIZ-SAC           PIC 9(10)V99.
       01 WS-SALDO-DEVEDOR         PIC 9(12)V99.
       01 WS-I-PARCELA             PIC 9(03).
       01 WS-TOTAL-JUROS           PIC 9(12)V99.
       01 WS-TOTAL-PRESTACOES      PIC 9(12)V99.
       01 WS-SIMULACAO             PIC X(01).

       01 WS-ANO-VENC              PIC 9(04).
       01 WS-MES-VENC              PIC 9(03).
       01 WS-DATA-VENC             PIC 9(08).
       01 WS-DATA-VENC-INT         PIC S9(09) COMP.

       01 WS-PARC-CALC.
           05 WS-PC-PRESTACAO      PIC 9(10)V99.
           05 WS-PC-AMORTIZACAO    PIC 9(10)V99.
           05 WS-PC-JUROS          PIC 9(10)V99.

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
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'CADEMPR'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> EMPRESTIMOS, FINAME E LEASING: O CADASTRO GUARDA PRINCIPAL,
      *> TAXA, PRAZO, CARENCIA E SISTEMA DE AMORTIZACAO (SAC OU PRICE);
      *> A GERACAO MONTA O CRONOGRAMA COMPLETO E LANCA CADA PARCELA
      *> COMO TITULO DE NATUREZA 'EMPR' DO CREDOR, COM A AMORTIZACAO E
      *> OS JUROS DA PARCELA GUARDADOS EM EMPRPARC.DAT PARA O GLEXTRAT
      *> SEPARAR O PASSIVO DA DESPESA FINANCEIRA NO PAGAMENTO
       100-INICIAR.
           PERFORM 200-MENU-EMPRESTIMO UNTIL WS-OPCAO = 'S'.
           GOBACK.

       200-MENU-EMPRESTIMO.
           DISPLAY "--- Emprestimos e Financiamentos ---".
           DISPLAY "I - Incluir contrato de financiamento".
           DISPLAY "V - Simular cronograma".
           DISPLAY "G - Gerar parcelas em contas a pagar".
           DISPLAY "K - Consultar cronograma gerado".
           DISPLAY "L - Listar contratos".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-INCLUIR-CONTRATO
               WHEN 'V'
                   MOVE 'S' TO WS-SIMULACAO
                   PERFORM 500-GERAR-CRONOGRAMA
               WHEN 'G'
                   MOVE 'N' TO WS-SIMULACAO
                   PERFORM 500-GERAR-CRONOGRAMA
               WHEN 'K'
                   PERFORM 700-CONSULTAR-CRONOGRAMA
               WHEN 'L'
                   PERFORM 750-LISTAR-CONTRATOS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-INCLUIR-CONTRATO.
           DISPLAY "Numero do contrato de financiamento: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONTRATO.
           IF WS-CONTRATO = SPACES
               DISPLAY "ERRO: numero do contrato obrigatorio."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O EMPRESTIMO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EM
               OPEN OUTPUT EMPRESTIMO-FILE
               CLOSE EMPRESTIMO-FILE
               OPEN I-O EMPRESTIMO-FILE
           END-IF.
           IF NOT STATUS-OK-EM
               DISPLAY "ERRO ao abrir o cadastro de financiamentos. "
                       "Status: " WS-STATUS-EMPRESTIMO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CONTRATO TO EM-CONTRATO.
           READ EMPRESTIMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: contrato ja cadastrado."
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
           END-READ.

           INITIALIZE EMPRESTIMO-REG.
           MOVE WS-CONTRATO TO EM-CONTRATO.
           DISPLAY "CNPJ do credor (banco/arrendador): "
                   WITH NO ADVANCING.
           ACCEPT EM-CNPJ-CREDOR.
           OPEN INPUT FORNECEDORES-FILE.
           MOVE EM-CNPJ-CREDOR TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: credor nao cadastrado como fornecedor."
                   CLOSE FORNECEDORES-FILE
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FORNECEDORES-FILE.
           DISPLAY "Credor: " F-RAZAO-SOCIAL.

           DISPLAY "Descricao: " WITH NO ADVANCING.
           ACCEPT EM-DESCRICAO.
           DISPLAY "Modalidade (E=Emprestimo F=FINAME L=Leasing): "
                   WITH NO ADVANCING.
           ACCEPT EM-MODALIDADE.
           MOVE FUNCTION UPPER-CASE(EM-MODALIDADE) TO EM-MODALIDADE.
           DISPLAY "Sistema de amortizacao (S=SAC P=Price): "
                   WITH NO ADVANCING.
           ACCEPT EM-SISTEMA.
           MOVE FUNCTION UPPER-CASE(EM-SISTEMA) TO EM-SISTEMA.
           DISPLAY "Valor do principal: " WITH NO ADVANCING.
           ACCEPT EM-PRINCIPAL.
           DISPLAY "Taxa de juros mensal (%): " WITH NO ADVANCING.
           ACCEPT EM-TAXA-MENSAL.
           DISPLAY "Prazo total em meses (com a carencia): "
                   WITH NO ADVANCING.
           ACCEPT EM-PRAZO.
           DISPLAY "Meses de carencia (so juros): " WITH NO ADVANCING.
           ACCEPT EM-CARENCIA.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 310-DIGITAR-DATA-CONTRATO UNTIL WS-DATA-VALIDA = 'S'.
           DISPLAY "Competencia da 1a parcela (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT EM-COMPET-1A-PARC.
           DISPLAY "Dia de vencimento das parcelas (1-28): "
                   WITH NO ADVANCING.
           ACCEPT EM-DIA-VENCIMENTO.
           DISPLAY "Centro de custo: " WITH NO ADVANCING.
           ACCEPT EM-CENTRO-CUSTO.
           DISPLAY "Filial: " WITH NO ADVANCING.
           ACCEPT EM-FILIAL.

           PERFORM 320-CRITICAR-CONTRATO.
           IF WS-DADOS-OK NOT = 'S'
               CLOSE EMPRESTIMO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO EM-SITUACAO.
           MOVE ZERO TO EM-DOC-INICIAL.
           PERFORM 890-CARIMBAR-EMPRESTIMO.
           WRITE EMPRESTIMO-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o contrato. Status: "
                           WS-STATUS-EMPRESTIMO
               NOT INVALID KEY
                   DISPLAY "Contrato cadastrado. Use V para simular e "
                           "G para gerar as parcelas."
           END-WRITE.
           CLOSE EMPRESTIMO-FILE.

       310-DIGITAR-DATA-CONTRATO.
           DISPLAY "Data do contrato (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT EM-DATA-CONTRATO.
           MOVE EM-DATA-CONTRATO TO WS-DATA-EM-VALIDACAO.
           MOVE 'E' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

       320-CRITICAR-CONTRATO.
           MOVE 'N' TO WS-DADOS-OK.
           IF EM-MODALIDADE NOT = 'E' AND EM-MODALIDADE NOT = 'F' AND
                   EM-MODALIDADE NOT = 'L'
               DISPLAY "ERRO: modalidade invalida."
               EXIT PARAGRAPH
           END-IF.
           IF EM-SISTEMA NOT = 'S' AND EM-SISTEMA NOT = 'P'
               DISPLAY "ERRO: sistema de amortizacao invalido."
               EXIT PARAGRAPH
           END-IF.
           IF EM-PRINCIPAL = ZERO
               DISPLAY "ERRO: principal deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           IF EM-PRAZO < 1 OR EM-PRAZO > 360
               DISPLAY "ERRO: prazo deve ficar entre 1 e 360 meses."
               EXIT PARAGRAPH
           END-IF.
           IF EM-CARENCIA >= EM-PRAZO
               DISPLAY "ERRO: a carencia deve ser menor que o prazo."
               EXIT PARAGRAPH
           END-IF.
           IF EM-COMPET-1A-PARC(5:2) < '01' OR
                   EM-COMPET-1A-PARC(5:2) > '12' OR
                   EM-COMPET-1A-PARC < EM-DATA-CONTRATO(1:6)
               DISPLAY "ERRO: competencia da 1a parcela invalida."
               EXIT PARAGRAPH
           END-IF.
           IF EM-DIA-VENCIMENTO < 1 OR EM-DIA-VENCIMENTO > 28
               DISPLAY "ERRO: dia de vencimento deve ficar entre 1 e 28."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DADOS-OK.

      *> SIMULACAO (SO MOSTRA) OU GERACAO (GRAVA O CRONOGRAMA E OS
      *> TITULOS). A GERACAO E UNICA POR CONTRATO
       500-GERAR-CRONOGRAMA.
           DISPLAY "Numero do contrato de financiamento: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONTRATO.
           OPEN I-O EMPRESTIMO-FILE.
           IF NOT STATUS-OK-EM
               DISPLAY "AVISO: nenhum financiamento cadastrado."
               CLOSE EMPRESTIMO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTRATO TO EM-CONTRATO.
           READ EMPRESTIMO-FILE
               INVALID KEY
                   DISPLAY "ERRO: contrato nao cadastrado."
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SIMULACAO = 'N' AND EM-SITUACAO = 'G'
               DISPLAY "ERRO: parcelas ja geradas a partir do doc "
                       EM-DOC-INICIAL "."
               CLOSE EMPRESTIMO-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-SIMULACAO = 'N'
               MOVE EM-DATA-CONTRATO TO WS-DATA-COMPETENCIA
               PERFORM 950-VERIFICAR-COMPETENCIA
               IF WS-COMPETENCIA-FECHADA = 'S'
                   DISPLAY "ERRO: a competencia " EM-DATA-CONTRATO(1:6)
                           " ja foi fechada pela contabilidade; as "
                           "parcelas nao podem nascer nela."
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Gerar " EM-PRAZO " parcela(s) do contrato "
                       EM-CONTRATO " em contas a pagar? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMACAO
               IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
                   DISPLAY "Geracao cancelada."
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O CONTAPAGAR-FILE
               IF NOT STATUS-OK-CP
                   DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                           WS-STATUS-CONTAPAGAR
                   CLOSE CONTAPAGAR-FILE
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O EMPRPARC-FILE
               IF ARQUIVO-NAO-ENCONTRADO-EP
                   OPEN OUTPUT EMPRPARC-FILE
                   CLOSE EMPRPARC-FILE
                   OPEN I-O EMPRPARC-FILE
               END-IF
               IF NOT STATUS-OK-EP
                   DISPLAY "ERRO ao abrir o cronograma. Status: "
                           WS-STATUS-EMPRPARC
                   CLOSE EMPRPARC-FILE
                   CLOSE CONTAPAGAR-FILE
                   CLOSE EMPRESTIMO-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 955-ABRIR-FERIADOS
           END-IF.

           PERFORM 510-PREPARAR-CALCULO.
           DISPLAY "PARC VENCIMENTO  PRESTACAO     AMORTIZACAO   "
                   "JUROS         SALDO DEVEDOR".
           PERFORM 550-CALCULAR-PARCELA
               VARYING WS-I-PARCELA FROM 1 BY 1
               UNTIL WS-I-PARCELA > EM-PRAZO.
           DISPLAY "Total das prestacoes: " WS-TOTAL-PRESTACOES
                   "  juros: " WS-TOTAL-JUROS.

           IF WS-SIMULACAO = 'N'
               PERFORM 956-FECHAR-FERIADOS
               CLOSE EMPRPARC-FILE
               CLOSE CONTAPAGAR-FILE
               MOVE 'G' TO EM-SITUACAO
               PERFORM 890-CARIMBAR-EMPRESTIMO
               REWRITE EMPRESTIMO-REG
                   INVALID KEY
                       DISPLAY "AVISO: falha ao marcar o contrato como "
                               "gerado. Status: " WS-STATUS-EMPRESTIMO
               END-REWRITE
               DISPLAY "Parcelas geradas a partir do documento "
                       EM-DOC-INICIAL "."
           END-IF.
           CLOSE EMPRESTIMO-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> SAC: AMORTIZACAO CONSTANTE = PRINCIPAL / PARCELAS DE
      *> AMORTIZACAO. PRICE: PRESTACAO CONSTANTE = P * I / (1 - (1+I)
      *> ELEVADO A -N); SEM JUROS, PRINCIPAL / N. NA CARENCIA SO JUROS
       510-PREPARAR-CALCULO.
           COMPUTE WS-TAXA = EM-TAXA-MENSAL / 100.
           COMPUTE WS-QTD-AMORTIZ = EM-PRAZO - EM-CARENCIA.
           MOVE EM-PRINCIPAL TO WS-SALDO-DEVEDOR.
           MOVE ZERO TO WS-TOTAL-JUROS WS-TOTAL-PRESTACOES.
           COMPUTE WS-AMORTIZ-SAC ROUNDED =
               EM-PRINCIPAL / WS-QTD-AMORTIZ.
           IF WS-TAXA = ZERO
               MOVE WS-AMORTIZ-SAC TO WS-PRESTACAO-PRICE
           ELSE
               COMPUTE WS-FATOR = (1 + WS-TAXA) ** WS-QTD-AMORTIZ
               COMPUTE WS-PRESTACAO-PRICE ROUNDED =
                   EM-PRINCIPAL * WS-TAXA / (1 - 1 / WS-FATOR)
           END-IF.
           MOVE EM-COMPET-1A-PARC(1:4) TO WS-ANO-VENC.
           MOVE EM-COMPET-1A-PARC(5:2) TO WS-MES-VENC.

       550-CALCULAR-PARCELA.
           COMPUTE WS-PC-JUROS ROUNDED = WS-SALDO-DEVEDOR * WS-TAXA.
           EVALUATE TRUE
               WHEN WS-I-PARCELA <= EM-CARENCIA
                   MOVE ZERO TO WS-PC-AMORTIZACAO
               WHEN WS-I-PARCELA = EM-PRAZO
                   MOVE WS-SALDO-DEVEDOR TO WS-PC-AMORTIZACAO
               WHEN EM-SISTEMA = 'S'
                   MOVE WS-AMORTIZ-SAC TO WS-PC-AMORTIZACAO
               WHEN OTHER
                   COMPUTE WS-PC-AMORTIZACAO =
                       WS-PRESTACAO-PRICE - WS-PC-JUROS
           END-EVALUATE.
           IF WS-PC-AMORTIZACAO > WS-SALDO-DEVEDOR
               MOVE WS-SALDO-DEVEDOR TO WS-PC-AMORTIZACAO
           END-IF.
           COMPUTE WS-PC-PRESTACAO = WS-PC-AMORTIZACAO + WS-PC-JUROS.
           SUBTRACT WS-PC-AMORTIZACAO FROM WS-SALDO-DEVEDOR.
           ADD WS-PC-JUROS TO WS-TOTAL-JUROS.
           ADD WS-PC-PRESTACAO TO WS-TOTAL-PRESTACOES.

           COMPUTE WS-DATA-VENC = WS-ANO-VENC * 10000 + WS-MES-VENC * 100
               + EM-DIA-VENCIMENTO.
           ADD 1 TO WS-MES-VENC.
           IF WS-MES-VENC > 12
               MOVE 1 TO WS-MES-VENC
               ADD 1 TO WS-ANO-VENC
           END-IF.
           IF WS-SIMULACAO = 'N'
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-VENC) TO WS-DU-INT
               PERFORM 965-PROXIMO-DIA-UTIL
               MOVE WS-DU-INT TO WS-DATA-VENC-INT
               COMPUTE WS-DATA-VENC =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-VENC-INT)
           END-IF.

           DISPLAY WS-I-PARCELA "  " WS-DATA-VENC "  " WS-PC-PRESTACAO
                   "  " WS-PC-AMORTIZACAO "  " WS-PC-JUROS "  "
                   WS-SALDO-DEVEDOR.
           IF WS-SIMULACAO = 'N'
               PERFORM 600-GRAVAR-PARCELA
           END-IF.

      *> A PARCELA VIRA TITULO COM NUMERO PROPRIO DO CONTADOR. O
      *> CONTAPAGAR SO NUMERA ATE 99 PARCELAS: ACIMA DISSO O NUMERO DA
      *> PARCELA FICA SO NO CRONOGRAMA
       600-GRAVAR-PARCELA.
           PERFORM 800-OBTER-PROXIMO-NUM-DOC.
           IF WS-I-PARCELA = 1
               MOVE CP-NUM-DOC TO EM-DOC-INICIAL
           END-IF.
           MOVE EM-CNPJ-CREDOR TO CP-CNPJ-FORN.
           MOVE EM-DATA-CONTRATO TO CP-DATA-EMISSAO.
           MOVE WS-DATA-VENC TO CP-DATA-VENC.
           MOVE WS-PC-PRESTACAO TO CP-VALOR.
           MOVE 'A' TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           IF EM-PRAZO > 99
               MOVE ZERO TO CP-NUM-PARCELA
               MOVE ZERO TO CP-QTD-PARCELAS
           ELSE
               MOVE WS-I-PARCELA TO CP-NUM-PARCELA
               MOVE EM-PRAZO TO CP-QTD-PARCELAS
           END-IF.
           MOVE EM-CENTRO-CUSTO TO CP-CENTRO-CUSTO.
           MOVE CP-VALOR TO CP-SALDO.
           MOVE EM-FILIAL TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE CP-VALOR TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE 'EMPR' TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO CRITICO ao gravar a parcela "
                           WS-I-PARCELA ". Status: "
                           WS-STATUS-CONTAPAGAR
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'I' TO WS-JRN-OPERACAO.
           PERFORM 981-JORNALIZAR-CONTA.
           MOVE CP-NUM-DOC TO WS-NP-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN.
           MOVE SPACES TO WS-NP-TEXTO.
           STRING "Financiamento " EM-CONTRATO " parcela "
                  WS-I-PARCELA " amort " WS-PC-AMORTIZACAO
                  " juros " WS-PC-JUROS
               DELIMITED BY SIZE INTO WS-NP-TEXTO.
           CALL 'NOTACONT' USING WS-NOTA-PARM.

           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE WS-I-PARCELA TO EP-PARCELA.
           MOVE CP-NUM-DOC TO EP-NUM-DOC.
           MOVE CP-CNPJ-FORN TO EP-CNPJ-CREDOR.
           MOVE CP-DATA-VENC TO EP-DATA-VENC.
           MOVE WS-PC-PRESTACAO TO EP-PRESTACAO.
           MOVE WS-PC-AMORTIZACAO TO EP-AMORTIZACAO.
           MOVE WS-PC-JUROS TO EP-JUROS.
           MOVE WS-SALDO-DEVEDOR TO EP-SALDO-DEVEDOR.
           WRITE EMPRPARC-REG
               INVALID KEY
                   DISPLAY "AVISO: parcela " WS-I-PARCELA " ja consta "
                           "no cronograma. Status: " WS-STATUS-EMPRPARC
           END-WRITE.

       700-CONSULTAR-CRONOGRAMA.
           DISPLAY "Numero do contrato de financiamento: "
                   WITH NO ADVANCING.
           ACCEPT WS-CONTRATO.
           OPEN INPUT EMPRPARC-FILE.
           IF NOT STATUS-OK-EP
               DISPLAY "AVISO: nenhum cronograma gerado ainda."
               CLOSE EMPRPARC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-CONTRATO TO EP-CONTRATO.
           MOVE ZERO TO EP-PARCELA.
           START EMPRPARC-FILE KEY IS GREATER THAN OR EQUAL TO EP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           DISPLAY "PARC DOCUMENTO  VENCIMENTO  PRESTACAO     "
                   "AMORTIZACAO   JUROS         SALDO DEVEDOR".
           PERFORM 710-MOSTRAR-PARCELA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE EMPRPARC-FILE.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "Nenhuma parcela gerada para o contrato."
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-MOSTRAR-PARCELA.
           READ EMPRPARC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF EP-CONTRATO NOT = WS-CONTRATO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY EP-PARCELA " " EP-NUM-DOC " " EP-DATA-VENC
                               "  " EP-PRESTACAO "  " EP-AMORTIZACAO
                               "  " EP-JUROS "  " EP-SALDO-DEVEDOR
                   END-IF
           END-READ.

       750-LISTAR-CONTRATOS.
           OPEN INPUT EMPRESTIMO-FILE.
           IF NOT STATUS-OK-EM
               DISPLAY "AVISO: nenhum financiamento cadastrado."
               CLOSE EMPRESTIMO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO-FILE KEY IS GREATER THAN EM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 760-LISTAR-PROXIMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE EMPRESTIMO-FILE.
           DISPLAY "Contratos listados: " WS-QTD-LISTADOS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       760-LISTAR-PROXIMO.
           READ EMPRESTIMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY EM-CONTRATO " " EM-SITUACAO " credor "
                           EM-CNPJ-CREDOR " " EM-DESCRICAO
                   DISPLAY "     " EM-MODALIDADE "/" EM-SISTEMA
                           " principal " EM-PRINCIPAL " taxa "
                           EM-TAXA-MENSAL "% a.m. prazo " EM-PRAZO
                           " carencia " EM-CARENCIA
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

       890-CARIMBAR-EMPRESTIMO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO EM-DATA-HORA-ALT(1:8).
           MOVE WS-DH-HORA TO EM-DATA-HORA-ALT(9:6).

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
