       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINST.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTAL-FILE *> Instalacoes de concessionarias (energia, agua, gas)
               ASSIGN TO 'INSTAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               ALTERNATE RECORD KEY IS IN-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-INSTAL.

           SELECT CONSUMO-FILE *> Consumo medido em cada conta de concessionaria
               ASSIGN TO 'CONSUMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               ALTERNATE RECORD KEY IS CO-INSTALACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONSUMO.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> UMA INSTALACAO POR MEDIDOR/UNIDADE CONSUMIDORA DA FILIAL.
      *> IN-TIPO 'E' ENERGIA, 'A' AGUA, 'G' GAS; IN-UNIDADE E A UNIDADE
      *> DE MEDIDA DO CONSUMO (KWH, M3). IN-ID-BARRAS E O NUMERO DA
      *> INSTALACAO COMO A CONCESSIONARIA O IMPRIME NO CAMPO LIVRE DO
      *> CODIGO DE BARRAS DE ARRECADACAO, PARA O LANCCONT RECONHECER A
      *> CONTA SOZINHO
       FD  INSTAL-FILE.
       01  INSTAL-REG.
           05 IN-CODIGO           PIC X(10).
           05 IN-DESCRICAO        PIC X(30).
           05 IN-CNPJ-FORN        PIC 9(14).
           05 IN-FILIAL           PIC X(04).
           05 IN-TIPO             PIC X(01).
           05 IN-UNIDADE          PIC X(03).
           05 IN-ID-BARRAS        PIC X(15).
           05 IN-ATIVO            PIC X(01).

      *> CONSUMO DA CONTA: QUANTIDADE MEDIDA NO MES DE REFERENCIA E O
      *> VALOR DA CONTA, PARA O CUSTO UNITARIO DO RELCONSU
       FD  CONSUMO-FILE.
       01  CONSUMO-REG.
           05 CO-CHAVE.
              10 CO-NUM-DOC       PIC 9(10).
              10 CO-CNPJ-FORN     PIC 9(14).
           05 CO-INSTALACAO       PIC X(10).
           05 CO-MES-REF          PIC 9(06).
           05 CO-QUANTIDADE       PIC 9(09)V99.
           05 CO-VALOR            PIC 9(10)V99.
           05 CO-USUARIO          PIC X(10).
           05 CO-DATA-HORA        PIC 9(14).

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

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-INSTAL        PIC X(2).
           88 STATUS-OK-IN           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-IN VALUE '35'.
       01 WS-STATUS-CONSUMO       PIC X(2).
           88 STATUS-OK-CO           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CO VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-SESSAO        PIC X(2).
           88 STATUS-OK-SS           VALUE '00'.

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-DADO-VALIDO          PIC X(01).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-CODIGO-DIGITADO      PIC X(10).
       01 WS-NOVA-INSTALACAO      PIC X(01).
       01 WS-NUM-DOC              PIC 9(10).
       01 WS-CNPJ-FORN            PIC 9(14).
       01 WS-MES-REF              PIC 9(06).
       01 WS-MES-REF-R REDEFINES WS-MES-REF.
           05 WS-MR-ANO           PIC 9(04).
           05 WS-MR-MES           PIC 9(02).
       01 WS-MES-SUGERIDO         PIC 9(06).
       01 WS-QUANTIDADE           PIC 9(09)V99.

       PROCEDURE DIVISION.
      *> CADASTRO DAS INSTALACOES DE ENERGIA, AGUA E GAS DE CADA
      *> FILIAL, LIGADAS AO FORNECEDOR (CONCESSIONARIA). O CONSUMO E
      *> NORMALMENTE INFORMADO NO LANCAMENTO DA CONTA (LANCCONT); A
      *> OPCAO C COBRE AS CONTAS QUE ENTRARAM SEM ELE (LOTE, ESQUECIMENTO)
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-INSTALACAO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-INSTALACAO.
           DISPLAY "--- Instalacoes de Concessionarias ---".
           DISPLAY "I - Incluir/Alterar instalacao".
           DISPLAY "D - Desativar/Reativar instalacao".
           DISPLAY "L - Listar instalacoes".
           DISPLAY "C - Registrar consumo de conta ja lancada".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-INCLUIR-ALTERAR-INSTALACAO
               WHEN 'D'
                   PERFORM 400-DESATIVAR-INSTALACAO
               WHEN 'L'
                   PERFORM 500-LISTAR-INSTALACOES
               WHEN 'C'
                   PERFORM 600-REGISTRAR-CONSUMO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-INCLUIR-ALTERAR-INSTALACAO.
           DISPLAY "--- Incluir/Alterar Instalacao ---".
           OPEN I-O INSTAL-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-IN
               OPEN OUTPUT INSTAL-FILE
               CLOSE INSTAL-FILE
               OPEN I-O INSTAL-FILE
           END-IF.
           IF NOT STATUS-OK-IN
               DISPLAY "ERRO ao abrir cadastro de instalacoes. Status: "
                       WS-STATUS-INSTAL
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Codigo da instalacao: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-DIGITADO.
           ACCEPT WS-CODIGO-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-DIGITADO)
             TO WS-CODIGO-DIGITADO.
           IF WS-CODIGO-DIGITADO = SPACES
               DISPLAY "ERRO: codigo obrigatorio."
               CLOSE INSTAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO-DIGITADO TO IN-CODIGO.
           MOVE 'N' TO WS-NOVA-INSTALACAO.
           READ INSTAL-FILE
               INVALID KEY
                   MOVE 'S' TO WS-NOVA-INSTALACAO
                   INITIALIZE INSTAL-REG
                   MOVE WS-CODIGO-DIGITADO TO IN-CODIGO
                   MOVE 'A' TO IN-ATIVO
               NOT INVALID KEY
                   DISPLAY "Instalacao atual: " IN-DESCRICAO
                           " filial " IN-FILIAL " fornecedor "
                           IN-CNPJ-FORN
           END-READ.

           DISPLAY "Descricao (local/medidor): " WITH NO ADVANCING.
           ACCEPT IN-DESCRICAO.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 310-DIGITAR-FORNECEDOR UNTIL WS-DADO-VALIDO = 'S'.
           DISPLAY "Filial: " WITH NO ADVANCING.
           ACCEPT IN-FILIAL.
           MOVE FUNCTION UPPER-CASE(IN-FILIAL) TO IN-FILIAL.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 320-DIGITAR-TIPO UNTIL WS-DADO-VALIDO = 'S'.
           DISPLAY "Identificacao da instalacao no codigo de barras "
                   "(ENTER = nenhuma): " WITH NO ADVANCING.
           MOVE SPACES TO IN-ID-BARRAS.
           ACCEPT IN-ID-BARRAS.

           IF WS-NOVA-INSTALACAO = 'S'
               WRITE INSTAL-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar instalacao. Status: "
                               WS-STATUS-INSTAL
                   NOT INVALID KEY
                       DISPLAY "Instalacao cadastrada com sucesso!"
               END-WRITE
           ELSE
               REWRITE INSTAL-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar instalacao. Status: "
                               WS-STATUS-INSTAL
                   NOT INVALID KEY
                       DISPLAY "Instalacao alterada com sucesso!"
               END-REWRITE
           END-IF.
           CLOSE INSTAL-FILE.

       310-DIGITAR-FORNECEDOR.
           DISPLAY "CNPJ da concessionaria: " WITH NO ADVANCING.
           ACCEPT IN-CNPJ-FORN.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir cadastro de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE IN-CNPJ-FORN TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: fornecedor nao cadastrado."
               NOT INVALID KEY
                   DISPLAY "Concessionaria: " F-RAZAO-SOCIAL
                   MOVE 'S' TO WS-DADO-VALIDO
           END-READ.
           CLOSE FORNECEDORES-FILE.

      *> A UNIDADE DE MEDIDA SEGUE O TIPO: KWH PARA ENERGIA, M3 PARA
      *> AGUA E GAS CANALIZADO
       320-DIGITAR-TIPO.
           DISPLAY "Tipo (E=energia, A=agua, G=gas): " WITH NO ADVANCING.
           ACCEPT IN-TIPO.
           MOVE FUNCTION UPPER-CASE(IN-TIPO) TO IN-TIPO.
           EVALUATE IN-TIPO
               WHEN 'E'
                   MOVE 'KWH' TO IN-UNIDADE
                   MOVE 'S' TO WS-DADO-VALIDO
               WHEN 'A'
               WHEN 'G'
                   MOVE 'M3 ' TO IN-UNIDADE
                   MOVE 'S' TO WS-DADO-VALIDO
               WHEN OTHER
                   DISPLAY "ERRO: tipo invalido."
           END-EVALUATE.

       400-DESATIVAR-INSTALACAO.
           DISPLAY "--- Desativar/Reativar Instalacao ---".
           OPEN I-O INSTAL-FILE.
           IF NOT STATUS-OK-IN
               DISPLAY "AVISO: Nenhuma instalacao cadastrada ainda."
               CLOSE INSTAL-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da instalacao: " WITH NO ADVANCING.
           ACCEPT IN-CODIGO.
           MOVE FUNCTION UPPER-CASE(IN-CODIGO) TO IN-CODIGO.
           READ INSTAL-FILE
               INVALID KEY
                   DISPLAY "ERRO: Instalacao nao encontrada."
               NOT INVALID KEY
                   IF IN-ATIVO = 'A'
                       MOVE 'I' TO IN-ATIVO
                   ELSE
                       MOVE 'A' TO IN-ATIVO
                   END-IF
                   REWRITE INSTAL-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar instalacao. Status: "
                                   WS-STATUS-INSTAL
                       NOT INVALID KEY
                           IF IN-ATIVO = 'A'
                               DISPLAY "Instalacao reativada."
                           ELSE
                               DISPLAY "Instalacao desativada."
                           END-IF
                   END-REWRITE
           END-READ.
           CLOSE INSTAL-FILE.

       500-LISTAR-INSTALACOES.
           DISPLAY "--- Instalacoes Cadastradas ---".
           OPEN INPUT INSTAL-FILE.
           IF NOT STATUS-OK-IN
               DISPLAY "AVISO: Nenhuma instalacao cadastrada ainda."
               CLOSE INSTAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO IN-CODIGO.
           START INSTAL-FILE KEY IS GREATER THAN IN-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 550-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE INSTAL-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       550-LISTAR-PROXIMA.
           READ INSTAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY IN-CODIGO " " IN-DESCRICAO " " IN-FILIAL " "
                           IN-TIPO " " IN-UNIDADE " " IN-CNPJ-FORN " "
                           IN-ATIVO
           END-READ.

      *> CONSUMO INFORMADO DEPOIS DO LANCAMENTO: A CONTA TEM DE SER DA
      *> MESMA CONCESSIONARIA DA INSTALACAO; INFORMAR DE NOVO SUBSTITUI
       600-REGISTRAR-CONSUMO.
           DISPLAY "--- Registrar Consumo de Conta Lancada ---".
           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT WS-NUM-DOC.
           DISPLAY "CNPJ da concessionaria: " WITH NO ADVANCING.
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
                   CLOSE CONTAPAGAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTAPAGAR-FILE.
           IF CP-SITUACAO = 'C'
               DISPLAY "ERRO: conta cancelada."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INSTAL-FILE.
           IF NOT STATUS-OK-IN
               DISPLAY "AVISO: Nenhuma instalacao cadastrada ainda."
               CLOSE INSTAL-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da instalacao: " WITH NO ADVANCING.
           ACCEPT IN-CODIGO.
           MOVE FUNCTION UPPER-CASE(IN-CODIGO) TO IN-CODIGO.
           READ INSTAL-FILE
               INVALID KEY
                   DISPLAY "ERRO: Instalacao nao encontrada."
                   CLOSE INSTAL-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE INSTAL-FILE.
           IF IN-CNPJ-FORN NOT = CP-CNPJ-FORN
               DISPLAY "ERRO: a instalacao e de outra concessionaria."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 610-DIGITAR-MES-REF UNTIL WS-DADO-VALIDO = 'S'.
           MOVE ZERO TO WS-QUANTIDADE.
           PERFORM 620-DIGITAR-QUANTIDADE UNTIL WS-QUANTIDADE > ZERO.

           OPEN I-O CONSUMO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CO
               OPEN OUTPUT CONSUMO-FILE
               CLOSE CONSUMO-FILE
               OPEN I-O CONSUMO-FILE
           END-IF.
           IF NOT STATUS-OK-CO
               DISPLAY "ERRO ao abrir arquivo de consumo. Status: "
                       WS-STATUS-CONSUMO
               CLOSE CONSUMO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO CO-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CO-CNPJ-FORN.
           MOVE IN-CODIGO TO CO-INSTALACAO.
           MOVE WS-MES-REF TO CO-MES-REF.
           MOVE WS-QUANTIDADE TO CO-QUANTIDADE.
           MOVE CP-VALOR TO CO-VALOR.
           MOVE WS-USUARIO-SESSAO TO CO-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CO-DATA-HORA.
           WRITE CONSUMO-REG
               INVALID KEY
                   REWRITE CONSUMO-REG
                       INVALID KEY
                           DISPLAY "ERRO ao gravar consumo. Status: "
                                   WS-STATUS-CONSUMO
                       NOT INVALID KEY
                           DISPLAY "Consumo da conta substituido."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Consumo registrado com sucesso!"
           END-WRITE.
           CLOSE CONSUMO-FILE.

      *> A CONTA DE CONSUMO CHEGA NO MES SEGUINTE AO DA LEITURA; O MES
      *> ANTERIOR AO DA EMISSAO E A SUGESTAO
       610-DIGITAR-MES-REF.
           MOVE CP-DATA-EMISSAO(1:6) TO WS-MES-REF.
           IF WS-MR-MES = 1
               MOVE 12 TO WS-MR-MES
               SUBTRACT 1 FROM WS-MR-ANO
           ELSE
               SUBTRACT 1 FROM WS-MR-MES
           END-IF.
           MOVE WS-MES-REF TO WS-MES-SUGERIDO.
           DISPLAY "Mes de referencia do consumo (AAAAMM, ENTER = "
                   WS-MES-SUGERIDO "): " WITH NO ADVANCING.
           ACCEPT WS-MES-REF.
           IF WS-MES-REF = ZERO
               MOVE WS-MES-SUGERIDO TO WS-MES-REF
           END-IF.
           IF WS-MR-MES < 1 OR WS-MR-MES > 12 OR WS-MR-ANO < 1900
               DISPLAY "ERRO: mes de referencia invalido."
           ELSE
               MOVE 'S' TO WS-DADO-VALIDO
           END-IF.

       620-DIGITAR-QUANTIDADE.
           DISPLAY "Consumo do mes em " IN-UNIDADE ": " WITH NO ADVANCING.
           ACCEPT WS-QUANTIDADE.
           IF WS-QUANTIDADE = ZERO
               DISPLAY "ERRO: consumo deve ser maior que zero."
           END-IF.
