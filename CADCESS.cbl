       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCESS.
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

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT FORNBANCO-FILE *> Dados bancarios/chave PIX do fornecedor
               ASSIGN TO 'FORNBANCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas, por titulo
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

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

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
           05 FB-CNPJ          PIC 9(14).
           05 FB-BANCO         PIC X(03).
           05 FB-AGENCIA       PIC X(06).
           05 FB-CONTA         PIC X(12).
           05 FB-PIX           PIC X(40).
           05 FB-TIPO-PIX      PIC X(01).

      *> CESSAO DE CREDITO: O FORNECEDOR VENDEU O TITULO (DOCUMENTO +
      *> CNPJ, MESMA CHAVE DO CONTAPAGAR) A UM BANCO OU FACTORING E NOS
      *> NOTIFICOU; A PARTIR DAI O PAGAMENTO SO PODE IR AO CESSIONARIO.
      *> CS-BOLETO-CEDIDO = 'S' QUANDO O BOLETO DO TITULO JA FOI
      *> REEMITIDO/ENDOSSADO AO CESSIONARIO E PODE SER PAGO PELO CODIGO
      *> DE BARRAS; CS-LINHA-DIGITAVEL E A LINHA DESSE BOLETO NOVO (A
      *> DO FORNECEDOR CONTINUA NA CONTA, INTACTA). CS-SITUACAO 'A'
      *> ATIVA, 'C' CANCELADA (RECOMPRA DO TITULO PELO FORNECEDOR OU
      *> NOTIFICACAO REVOGADA)
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-FORNBANCO     PIC X(2).
           88 STATUS-OK-FB           VALUE '00'.
       01 WS-STATUS-CESSAO        PIC X(2).
           88 STATUS-OK-CS           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CS VALUE '35'.

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-CONFIRMA             PIC X(01).
       01 WS-OUTRO-DOC            PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-CNPJ-CONSULTA        PIC 9(14).
       01 WS-QTD-LISTADAS         PIC 9(05).
       01 WS-CESSAO-EXISTE        PIC X(01).
       01 WS-DADOS-OK             PIC X(01).
       01 WS-BOLETO-DOC           PIC X(01).

      *> DADOS DO CESSIONARIO DIGITADOS UMA VEZ E REAPROVEITADOS PARA
      *> OS DEMAIS TITULOS DA MESMA NOTIFICACAO
       01 WS-CESSIONARIO.
           05 WS-CSS-CNPJ         PIC 9(14).
           05 WS-CSS-NOME         PIC X(40).
           05 WS-CSS-BANCO        PIC X(03).
           05 WS-CSS-AGENCIA      PIC X(06).
           05 WS-CSS-CONTA        PIC X(12).
           05 WS-CSS-PIX          PIC X(40).
           05 WS-CSS-TIPO-PIX     PIC X(01).
           05 WS-CSS-BOLETO       PIC X(01).
           05 WS-CSS-DATA-NOTIF   PIC 9(08).

      *> LINHA DIGITAVEL DO BOLETO REEMITIDO, CONFERIDA PELA MESMA
      *> ROTINA DO LANCAMENTO DA CONTA (LANCCONT): DV MODULO 10 DOS TRES
      *> CAMPOS, DV GERAL MODULO 11, FATOR DE VENCIMENTO E VALOR. A
      *> POSICAO 48 SO SERVE PARA RECUSAR LINHA DIGITADA A MAIS
       01 WS-LINHA-DIGITADA        PIC X(48).
       01 WS-LINHA-DIG-R REDEFINES WS-LINHA-DIGITADA.
           05 WS-LD-DIG            PIC 9 OCCURS 48 TIMES.
       01 WS-LINHA-VALIDA          PIC X(01).
       01 WS-MOD-AREA              PIC X(48).
       01 WS-MOD-AREA-R REDEFINES WS-MOD-AREA.
           05 WS-MOD-DIG           PIC 9 OCCURS 48 TIMES.
       01 WS-MOD10-INI             PIC 9(02).
       01 WS-MOD10-FIM             PIC 9(02).
       01 WS-MOD10-I               PIC S9(03) COMP.
       01 WS-MOD10-PESO            PIC 9(01).
       01 WS-MOD10-PROD            PIC 9(02).
       01 WS-MOD10-SOMA            PIC 9(03).
       01 WS-MOD10-DV              PIC 9(01).
       01 WS-MOD11-PESO            PIC 9(01).
       01 WS-MOD11-SOMA            PIC 9(04).
       01 WS-MOD11-RESTO           PIC 9(02).
       01 WS-DV-GERAL              PIC 9(01).
       01 WS-FATOR-BOLETO          PIC 9(04).
       01 WS-FATOR-ESPERADO        PIC 9(04).
       01 WS-DIAS-FATOR            PIC S9(09) COMP.
       01 WS-DIAS-ANTES            PIC S9(09) COMP.
       01 WS-VALOR-BOLETO-TXT      PIC X(10).
       01 WS-VALOR-BOLETO REDEFINES WS-VALOR-BOLETO-TXT
                                   PIC 9(08)V99.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

      *> A CESSAO E A SUA BAIXA FICAM TAMBEM NA TRILHA DE ANOTACOES DO
      *> DOCUMENTO (ROTINA NOTACONT), VISIVEL NO CONSCONT
       01 WS-NOTA-PARM.
           05 WS-NP-NUM-DOC       PIC 9(10).
           05 WS-NP-CNPJ-FORN     PIC 9(14).
           05 WS-NP-TEXTO         PIC X(70).

      *> DADOS BANCARIOS DO CESSIONARIO NA CONSULTA SAO MASCARADOS
      *> COMO OS DO FORNECEDOR (ROTINA MASCBCO); OPCAO 01 = CONSULTA
       01 WS-MASCARA-PARM.
           05 WS-MC-PROGRAMA      PIC X(08) VALUE 'CADCESS'.
           05 WS-MC-OPCAO         PIC 9(02) VALUE 01.
           05 WS-MC-AUDITAR       PIC X(01) VALUE 'S'.
           05 WS-MC-MASCARADO     PIC X(01).
           05 WS-MC-CAMPO         PIC X(40) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       100-INICIAR.
           PERFORM 200-MENU-CESSAO UNTIL WS-OPCAO = 'S'.
           GOBACK.

       200-MENU-CESSAO.
           DISPLAY "--- Cessao de Credito (Titulos Cedidos) ---".
           DISPLAY "R - Registrar notificacao de cessao".
           DISPLAY "C - Consultar cessao de um documento".
           DISPLAY "L - Listar cessoes ativas de um fornecedor".
           DISPLAY "X - Cancelar uma cessao".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

           EVALUATE FUNCTION UPPER-CASE(WS-OPCAO)
               WHEN 'R'
                   PERFORM 300-REGISTRAR-CESSAO
               WHEN 'C'
                   PERFORM 400-CONSULTAR-CESSAO
               WHEN 'L'
                   PERFORM 500-LISTAR-CESSOES
               WHEN 'X'
                   PERFORM 600-CANCELAR-CESSAO
               WHEN 'S'
                   MOVE 'S' TO WS-OPCAO
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> UMA NOTIFICACAO COSTUMA COBRIR VARIOS TITULOS: O CESSIONARIO
      *> E DIGITADO UMA VEZ E OS DOCUMENTOS EM SEGUIDA, UM A UM
       300-REGISTRAR-CESSAO.
           DISPLAY "--- Registro de Notificacao de Cessao ---".
           PERFORM 310-DIGITAR-CESSIONARIO.
           IF WS-DADOS-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CESSAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CS
               OPEN OUTPUT CESSAO-FILE
               CLOSE CESSAO-FILE
               OPEN I-O CESSAO-FILE
           END-IF.
           IF NOT STATUS-OK-CS
               DISPLAY "ERRO ao abrir arquivo de cessoes. Status: "
                       WS-STATUS-CESSAO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO ao abrir arquivo de contas. Status: "
                       WS-STATUS-CONTAPAGAR
               CLOSE CONTAPAGAR-FILE
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-OUTRO-DOC.
           PERFORM 330-CEDER-UM-DOCUMENTO
               UNTIL FUNCTION UPPER-CASE(WS-OUTRO-DOC) NOT = 'S'.

           CLOSE CONTAPAGAR-FILE.
           CLOSE CESSAO-FILE.

       310-DIGITAR-CESSIONARIO.
           MOVE 'N' TO WS-DADOS-OK.
           DISPLAY "CNPJ do cessionario (banco/factoring): "
                   WITH NO ADVANCING.
           ACCEPT WS-CSS-CNPJ.
           IF WS-CSS-CNPJ = ZERO
               DISPLAY "ERRO: O CNPJ do cessionario e obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Razao social do cessionario: " WITH NO ADVANCING.
           ACCEPT WS-CSS-NOME.
           IF WS-CSS-NOME = SPACES
               DISPLAY "ERRO: A razao social do cessionario e "
                       "obrigatoria."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 320-DIGITAR-DATA-NOTIF UNTIL WS-DATA-VALIDA = 'S'.

           DISPLAY "Banco do cessionario (em branco se so PIX): "
                   WITH NO ADVANCING.
           ACCEPT WS-CSS-BANCO.
           DISPLAY "Agencia: " WITH NO ADVANCING.
           ACCEPT WS-CSS-AGENCIA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CSS-CONTA.
           DISPLAY "Chave PIX do cessionario (em branco se nao houver): "
                   WITH NO ADVANCING.
           ACCEPT WS-CSS-PIX.
           MOVE SPACE TO WS-CSS-TIPO-PIX.
           IF WS-CSS-PIX NOT = SPACES
               DISPLAY "Tipo da chave (1-CPF/CNPJ 2-Email 3-Telefone "
                       "4-Aleatoria): " WITH NO ADVANCING
               ACCEPT WS-CSS-TIPO-PIX
           END-IF.
           DISPLAY "O boleto dos titulos ja foi reemitido em nome do "
                   "cessionario? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CSS-BOLETO.
           MOVE FUNCTION UPPER-CASE(WS-CSS-BOLETO) TO WS-CSS-BOLETO.
           IF WS-CSS-BOLETO NOT = 'S'
               MOVE 'N' TO WS-CSS-BOLETO
           END-IF.

           IF (WS-CSS-BANCO = SPACES OR WS-CSS-CONTA = SPACES)
                   AND WS-CSS-PIX = SPACES AND WS-CSS-BOLETO = 'N'
               DISPLAY "ERRO: informe a conta, a chave PIX ou o boleto "
                       "do cessionario; sem eles nao ha como pagar."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DADOS-OK.

       320-DIGITAR-DATA-NOTIF.
           DISPLAY "Data da notificacao recebida (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-CSS-DATA-NOTIF.
           MOVE WS-CSS-DATA-NOTIF TO WS-DATA-EM-VALIDACAO.
           MOVE 'E' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> O TITULO PRECISA EXISTIR E AINDA ESTAR A PAGAR; EM REMESSA
      *> BANCARIA ELE JA FOI MANDADO PARA A CONTA DO FORNECEDOR E A
      *> REMESSA TEM DE SER LIBERADA ANTES
       330-CEDER-UM-DOCUMENTO.
           DISPLAY "Numero do documento cedido: " WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "CNPJ/CPF do fornecedor (cedente): " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.

           PERFORM 340-VALIDAR-TITULO.
           IF WS-DADOS-OK = 'S'
               PERFORM 345-DIGITAR-BOLETO-CEDIDO
           END-IF.
           IF WS-DADOS-OK = 'S'
               PERFORM 350-GRAVAR-CESSAO
           END-IF.

           DISPLAY "Ceder outro documento ao mesmo cessionario? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-OUTRO-DOC.

       340-VALIDAR-TITULO.
           MOVE 'N' TO WS-DADOS-OK.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: Conta nao encontrada."
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO = 'E'
               DISPLAY "ERRO: o titulo esta em remessa bancaria; libere "
                       "a remessa no modulo CNAB antes de registrar a "
                       "cessao."
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V'
               DISPLAY "ERRO: o titulo ja foi pago ou cancelado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSS-CNPJ = CP-CNPJ-FORN
               DISPLAY "ERRO: o cessionario nao pode ser o proprio "
                       "fornecedor."
               EXIT PARAGRAPH
           END-IF.

      *> A CONTA OU A CHAVE DO CESSIONARIO NAO PODE SER A MESMA DO
      *> FORNECEDOR: SERIA PAGAR O CEDENTE COM OUTRO NOME
           OPEN INPUT FORNBANCO-FILE.
           IF STATUS-OK-FB
               MOVE CP-CNPJ-FORN TO FB-CNPJ
               READ FORNBANCO-FILE
                   INVALID KEY
                       MOVE SPACES TO FB-BANCO FB-AGENCIA FB-CONTA FB-PIX
               END-READ
               CLOSE FORNBANCO-FILE
               IF WS-CSS-CONTA NOT = SPACES AND
                       WS-CSS-BANCO = FB-BANCO AND
                       WS-CSS-AGENCIA = FB-AGENCIA AND
                       WS-CSS-CONTA = FB-CONTA
                   DISPLAY "ERRO: a conta informada e a do proprio "
                           "fornecedor em FORNBANCO."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CSS-PIX NOT = SPACES AND WS-CSS-PIX = FB-PIX
                   DISPLAY "ERRO: a chave PIX informada e a do proprio "
                           "fornecedor em FORNBANCO."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               CLOSE FORNBANCO-FILE
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           MOVE CP-CNPJ-FORN TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO F-RAZAO-SOCIAL
           END-READ.
           CLOSE FORNECEDORES-FILE.
           DISPLAY "Cedente: " F-RAZAO-SOCIAL.
           DISPLAY "Doc " CP-NUM-DOC " venc " CP-DATA-VENC " saldo "
                   CP-SALDO.
           MOVE 'S' TO WS-DADOS-OK.

      *> CADA TITULO TEM O SEU BOLETO REEMITIDO, ENTAO A LINHA E PEDIDA
      *> POR DOCUMENTO. SEM LINHA (ENTER) O TITULO NAO VAI POR BOLETO E
      *> SO PODE SER CEDIDO SE O CESSIONARIO TIVER CONTA OU CHAVE PIX
       345-DIGITAR-BOLETO-CEDIDO.
           MOVE 'N' TO WS-BOLETO-DOC.
           MOVE SPACES TO WS-LINHA-DIGITADA.
           IF WS-CSS-BOLETO = 'S'
               MOVE 'N' TO WS-LINHA-VALIDA
               PERFORM 360-DIGITAR-LINHA-CEDIDA
                   UNTIL WS-LINHA-VALIDA = 'S'
           END-IF.
           IF WS-LINHA-DIGITADA NOT = SPACES
               MOVE 'S' TO WS-BOLETO-DOC
               EXIT PARAGRAPH
           END-IF.
           IF (WS-CSS-BANCO = SPACES OR WS-CSS-CONTA = SPACES)
                   AND WS-CSS-PIX = SPACES
               DISPLAY "ERRO: sem a linha do boleto reemitido nao ha "
                       "como pagar este titulo ao cessionario."
               MOVE 'N' TO WS-DADOS-OK
           END-IF.

      *> CESSAO CANCELADA PODE SER SUBSTITUIDA POR UMA NOVA; CESSAO
      *> ATIVA SO SAI PELO CANCELAMENTO EXPLICITO. A UNICA EXCECAO E A
      *> CESSAO ATIVA COM BOLETO CEDIDO AINDA SEM LINHA (GRAVADA ANTES
      *> DE A LINHA SER GUARDADA): REPETIR O REGISTRO PARA O MESMO
      *> CESSIONARIO SO COMPLETA A LINHA
       350-GRAVAR-CESSAO.
           MOVE CP-NUM-DOC TO CS-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CS-CNPJ-FORN.
           MOVE 'N' TO WS-CESSAO-EXISTE.
           READ CESSAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CESSAO-EXISTE
           END-READ.
           IF WS-CESSAO-EXISTE = 'S' AND CS-SITUACAO = 'A'
               IF CS-CNPJ-CESS = WS-CSS-CNPJ AND
                       CS-BOLETO-CEDIDO = 'S' AND
                       CS-LINHA-DIGITAVEL = SPACES AND
                       WS-BOLETO-DOC = 'S'
                   PERFORM 355-COMPLETAR-LINHA-CEDIDA
               ELSE
                   DISPLAY "ERRO: este titulo ja tem cessao ativa para "
                           CS-NOME-CESS "."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSS-CNPJ TO CS-CNPJ-CESS.
           MOVE WS-CSS-NOME TO CS-NOME-CESS.
           MOVE WS-CSS-BANCO TO CS-BANCO.
           MOVE WS-CSS-AGENCIA TO CS-AGENCIA.
           MOVE WS-CSS-CONTA TO CS-CONTA.
           MOVE WS-CSS-PIX TO CS-PIX.
           MOVE WS-CSS-TIPO-PIX TO CS-TIPO-PIX.
           MOVE WS-BOLETO-DOC TO CS-BOLETO-CEDIDO.
           MOVE WS-LINHA-DIGITADA(1:47) TO CS-LINHA-DIGITAVEL.
           MOVE WS-CSS-DATA-NOTIF TO CS-DATA-NOTIF.
           MOVE 'A' TO CS-SITUACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO CS-DATA-HORA-REG(1:8).
           MOVE WS-DH-HORA TO CS-DATA-HORA-REG(9:6).

           IF WS-CESSAO-EXISTE = 'S'
               REWRITE CESSAO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar a cessao. Status: "
                               WS-STATUS-CESSAO
               END-REWRITE
           ELSE
               WRITE CESSAO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar a cessao. Status: "
                               WS-STATUS-CESSAO
               END-WRITE
           END-IF.
           IF STATUS-OK-CS
               DISPLAY "Cessao registrada: doc " CS-NUM-DOC
                       " passa a ser pago a " CS-NOME-CESS
               MOVE CS-NUM-DOC TO WS-NP-NUM-DOC
               MOVE CS-CNPJ-FORN TO WS-NP-CNPJ-FORN
               MOVE SPACES TO WS-NP-TEXTO
               STRING "Cessao de credito a " CS-CNPJ-CESS
                      " notificada em " CS-DATA-NOTIF
                   DELIMITED BY SIZE INTO WS-NP-TEXTO
               CALL 'NOTACONT' USING WS-NOTA-PARM
           END-IF.

       355-COMPLETAR-LINHA-CEDIDA.
           MOVE WS-LINHA-DIGITADA(1:47) TO CS-LINHA-DIGITAVEL.
           REWRITE CESSAO-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a cessao. Status: "
                           WS-STATUS-CESSAO
               NOT INVALID KEY
                   DISPLAY "Linha do boleto reemitido registrada na "
                           "cessao ja existente do doc " CS-NUM-DOC
                   MOVE CS-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CS-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Linha do boleto reemitido a " CS-CNPJ-CESS
                          " registrada"
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-REWRITE.

      *> PEDE A LINHA DO BOLETO REEMITIDO ATE UMA LINHA VALIDA OU
      *> <ENTER>. A LINHA DO BOLETO ORIGINAL DO FORNECEDOR E RECUSADA:
      *> PAGA-LA SERIA PAGAR O CEDENTE
       360-DIGITAR-LINHA-CEDIDA.
           DISPLAY "Linha digitavel do boleto reemitido ao cessionario "
                   "(47 digitos, ENTER se nao houver): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-LINHA-DIGITADA.
           ACCEPT WS-LINHA-DIGITADA.
           IF WS-LINHA-DIGITADA = SPACES
               MOVE 'S' TO WS-LINHA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINHA-DIGITADA(48:1) NOT = SPACE
               DISPLAY "ERRO: a linha digitavel do boleto tem 47 "
                       "digitos."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 365-VALIDAR-LINHA-DIGITAVEL.
           IF WS-LINHA-VALIDA = 'S' AND
                   WS-LINHA-DIGITADA(1:47) = CP-LINHA-DIGITAVEL
               DISPLAY "ERRO: esta e a linha do boleto original do "
                       "fornecedor, nao a do boleto reemitido."
               MOVE 'N' TO WS-LINHA-VALIDA
           END-IF.

      *> CONFERE A LINHA DIGITAVEL: 47 DIGITOS NUMERICOS, DIGITO
      *> VERIFICADOR MODULO 10 DE CADA UM DOS TRES CAMPOS, DV GERAL
      *> MODULO 11 DO CODIGO DE BARRAS, FATOR DE VENCIMENTO COMPATIVEL
      *> COM O VENCIMENTO DO TITULO E VALOR EMBUTIDO IGUAL AO VALOR OU
      *> AO SALDO DO TITULO
       365-VALIDAR-LINHA-DIGITAVEL.
           MOVE 'N' TO WS-LINHA-VALIDA.

           IF WS-LINHA-DIGITADA(1:47) NOT NUMERIC
               DISPLAY "ERRO: a linha digitavel deve ter 47 digitos "
                       "numericos."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA-DIGITADA TO WS-MOD-AREA.

           MOVE 1 TO WS-MOD10-INI.
           MOVE 9 TO WS-MOD10-FIM.
           PERFORM 366-CALCULAR-MOD10.
           IF WS-MOD10-DV NOT = WS-LD-DIG(10)
               DISPLAY "ERRO: digito verificador do campo 1 nao confere."
               EXIT PARAGRAPH
           END-IF.

           MOVE 11 TO WS-MOD10-INI.
           MOVE 20 TO WS-MOD10-FIM.
           PERFORM 366-CALCULAR-MOD10.
           IF WS-MOD10-DV NOT = WS-LD-DIG(21)
               DISPLAY "ERRO: digito verificador do campo 2 nao confere."
               EXIT PARAGRAPH
           END-IF.

           MOVE 22 TO WS-MOD10-INI.
           MOVE 31 TO WS-MOD10-FIM.
           PERFORM 366-CALCULAR-MOD10.
           IF WS-MOD10-DV NOT = WS-LD-DIG(32)
               DISPLAY "ERRO: digito verificador do campo 3 nao confere."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 368-CALCULAR-DV-GERAL.
           IF WS-DV-GERAL NOT = WS-LD-DIG(33)
               DISPLAY "ERRO: digito verificador geral do boleto nao "
                       "confere."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LINHA-DIGITADA(34:4) TO WS-FATOR-BOLETO.
           IF WS-FATOR-BOLETO NOT = ZERO
      *> FATOR 1000 = 03/07/2000, CONTAGEM MODULO 9000 COMO NO
      *> LANCCONT. O TITULO GUARDA O VENCIMENTO JA ROLADO PARA O DIA
      *> UTIL, ENTAO O BOLETO PODE TRAZER ATE TRES DIAS ANTES DELE
      *> (FIM DE SEMANA SEGUIDO DE FERIADO)
               COMPUTE WS-DIAS-FATOR =
                   FUNCTION INTEGER-OF-DATE(CP-DATA-VENC) -
                   FUNCTION INTEGER-OF-DATE(20000703)
               COMPUTE WS-FATOR-ESPERADO =
                   FUNCTION MOD(WS-DIAS-FATOR, 9000) + 1000
               COMPUTE WS-DIAS-ANTES = FUNCTION MOD(
                   WS-FATOR-ESPERADO - WS-FATOR-BOLETO, 9000)
               IF WS-DIAS-ANTES > 3
                   DISPLAY "ERRO: o vencimento embutido no boleto "
                           "nao confere com o vencimento do titulo."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-LINHA-DIGITADA(38:10) TO WS-VALOR-BOLETO-TXT.
           IF WS-VALOR-BOLETO NOT = ZERO AND
                   WS-VALOR-BOLETO NOT = CP-VALOR AND
                   WS-VALOR-BOLETO NOT = CP-SALDO
               DISPLAY "ERRO: o valor embutido no boleto ("
                       WS-VALOR-BOLETO ") nao confere com o valor "
                       "nem com o saldo do titulo."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-LINHA-VALIDA.

      *> MODULO 10 (FEBRABAN): DA DIREITA PARA A ESQUERDA, PESOS 2 E 1
      *> ALTERNADOS; PRODUTO MAIOR QUE 9 SOMA OS DOIS ALGARISMOS
       366-CALCULAR-MOD10.
           MOVE ZERO TO WS-MOD10-SOMA.
           MOVE 2 TO WS-MOD10-PESO.
           MOVE WS-MOD10-FIM TO WS-MOD10-I.
           PERFORM 367-SOMAR-DIGITO-MOD10
               UNTIL WS-MOD10-I < WS-MOD10-INI.
           COMPUTE WS-MOD10-DV =
               FUNCTION MOD(10 - FUNCTION MOD(WS-MOD10-SOMA, 10), 10).

       367-SOMAR-DIGITO-MOD10.
           COMPUTE WS-MOD10-PROD =
               WS-MOD-DIG(WS-MOD10-I) * WS-MOD10-PESO.
           IF WS-MOD10-PROD > 9
               SUBTRACT 9 FROM WS-MOD10-PROD
           END-IF.
           ADD WS-MOD10-PROD TO WS-MOD10-SOMA.
           IF WS-MOD10-PESO = 2
               MOVE 1 TO WS-MOD10-PESO
           ELSE
               MOVE 2 TO WS-MOD10-PESO
           END-IF.
           SUBTRACT 1 FROM WS-MOD10-I.

      *> DV GERAL DO BOLETO: O CODIGO DE BARRAS SEM A POSICAO 5 E
      *> BANCO/MOEDA (LINHA 1-4), FATOR/VALOR (34-47) E O CAMPO LIVRE
      *> (5-9, 11-20, 22-31); MODULO 11 COM PESOS DE 2 A 9 DA DIREITA
      *> PARA A ESQUERDA, E RESULTADO 0, 10 OU 11 VIRA 1
       368-CALCULAR-DV-GERAL.
           MOVE SPACES TO WS-MOD-AREA.
           STRING WS-LINHA-DIGITADA(1:4)   WS-LINHA-DIGITADA(34:14)
                  WS-LINHA-DIGITADA(5:5)   WS-LINHA-DIGITADA(11:10)
                  WS-LINHA-DIGITADA(22:10)
               DELIMITED BY SIZE INTO WS-MOD-AREA.
           MOVE ZERO TO WS-MOD11-SOMA.
           MOVE 2 TO WS-MOD11-PESO.
           MOVE 43 TO WS-MOD10-I.
           MOVE 1 TO WS-MOD10-INI.
           PERFORM 369-SOMAR-DIGITO-MOD11
               UNTIL WS-MOD10-I < WS-MOD10-INI.
           COMPUTE WS-MOD11-RESTO = FUNCTION MOD(WS-MOD11-SOMA, 11).
           IF WS-MOD11-RESTO < 2
               MOVE 1 TO WS-DV-GERAL
           ELSE
               COMPUTE WS-DV-GERAL = 11 - WS-MOD11-RESTO
           END-IF.

       369-SOMAR-DIGITO-MOD11.
           COMPUTE WS-MOD11-SOMA = WS-MOD11-SOMA +
               WS-MOD-DIG(WS-MOD10-I) * WS-MOD11-PESO.
           IF WS-MOD11-PESO = 9
               MOVE 2 TO WS-MOD11-PESO
           ELSE
               ADD 1 TO WS-MOD11-PESO
           END-IF.
           SUBTRACT 1 FROM WS-MOD10-I.

       400-CONSULTAR-CESSAO.
           DISPLAY "--- Consulta de Cessao de um Documento ---".
           OPEN INPUT CESSAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CS
               DISPLAY "AVISO: Nenhuma cessao registrada ainda."
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-CS
               DISPLAY "ERRO ao abrir arquivo de cessoes. Status: "
                       WS-STATUS-CESSAO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT CS-NUM-DOC.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "Documento sem cessao registrada."
               NOT INVALID KEY
                   PERFORM 450-MOSTRAR-CESSAO
           END-READ.
           CLOSE CESSAO-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       450-MOSTRAR-CESSAO.
           DISPLAY "Doc " CS-NUM-DOC " cedente " CS-CNPJ-FORN
                   " situacao " CS-SITUACAO.
           DISPLAY "  Cessionario: " CS-CNPJ-CESS " " CS-NOME-CESS.
           DISPLAY "  Notificacao de " CS-DATA-NOTIF
                   "  registrada em " CS-DATA-HORA-REG.
           MOVE SPACES TO WS-MC-CAMPO(4) WS-MC-CAMPO(5) WS-MC-CAMPO(6).
           MOVE CS-AGENCIA TO WS-MC-CAMPO(1).
           MOVE CS-CONTA TO WS-MC-CAMPO(2).
           MOVE CS-PIX TO WS-MC-CAMPO(3).
           CALL 'MASCBCO' USING WS-MASCARA-PARM.
           DISPLAY "  Banco " CS-BANCO " agencia " WS-MC-CAMPO(1)(1:6)
                   " conta " WS-MC-CAMPO(2)(1:12).
           DISPLAY "  PIX " WS-MC-CAMPO(3) "  boleto reemitido: "
                   CS-BOLETO-CEDIDO.
           IF CS-LINHA-DIGITAVEL NOT = SPACES
               DISPLAY "  Linha do boleto reemitido: "
                       CS-LINHA-DIGITAVEL
           END-IF.

       500-LISTAR-CESSOES.
           DISPLAY "--- Cessoes Ativas de um Fornecedor ---".
           OPEN INPUT CESSAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CS
               DISPLAY "AVISO: Nenhuma cessao registrada ainda."
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-CS
               DISPLAY "ERRO ao abrir arquivo de cessoes. Status: "
                       WS-STATUS-CESSAO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CNPJ/CPF do fornecedor (0 = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.

           MOVE ZERO TO WS-QTD-LISTADAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CESSAO-FILE KEY IS GREATER THAN CS-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 550-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE CESSAO-FILE.
           DISPLAY "Cessoes ativas: " WS-QTD-LISTADAS.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       550-LISTAR-PROXIMA.
           READ CESSAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CS-SITUACAO = 'A' AND
                           (WS-CNPJ-CONSULTA = ZERO OR
                            CS-CNPJ-FORN = WS-CNPJ-CONSULTA)
                       ADD 1 TO WS-QTD-LISTADAS
                       DISPLAY "Doc " CS-NUM-DOC " cedente "
                               CS-CNPJ-FORN " -> " CS-CNPJ-CESS " "
                               CS-NOME-CESS(1:30)
                   END-IF
           END-READ.

      *> CANCELAMENTO: O TITULO VOLTA A SER PAGO AO FORNECEDOR. SO COM
      *> DOCUMENTO DO CESSIONARIO (RECOMPRA OU REVOGACAO). A LINHA DO
      *> BOLETO REEMITIDO E APAGADA; O BOLETO ORIGINAL DO FORNECEDOR
      *> NUNCA SAIU DA CONTA E VOLTA A VALER
       600-CANCELAR-CESSAO.
           DISPLAY "--- Cancelamento de Cessao ---".
           OPEN I-O CESSAO-FILE.
           IF NOT STATUS-OK-CS
               DISPLAY "ERRO ao abrir arquivo de cessoes. Status: "
                       WS-STATUS-CESSAO
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT CS-NUM-DOC.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "ERRO: Documento sem cessao registrada."
                   CLOSE CESSAO-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF CS-SITUACAO NOT = 'A'
               DISPLAY "AVISO: esta cessao ja esta cancelada."
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 450-MOSTRAR-CESSAO.
           DISPLAY "O cessionario autorizou por escrito o cancelamento? "
                   "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Cancelamento nao efetuado."
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO CS-SITUACAO.
           MOVE SPACES TO CS-LINHA-DIGITAVEL.
           REWRITE CESSAO-REG
               INVALID KEY
                   DISPLAY "ERRO ao cancelar a cessao. Status: "
                           WS-STATUS-CESSAO
               NOT INVALID KEY
                   DISPLAY "Cessao cancelada; o titulo volta a ser pago "
                           "ao fornecedor."
                   MOVE CS-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CS-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Cessao de credito a " CS-CNPJ-CESS
                          " cancelada"
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-REWRITE.
           CLOSE CESSAO-FILE.
