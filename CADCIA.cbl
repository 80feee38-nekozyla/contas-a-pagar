       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCIA.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANHIA-FILE *> Empresas do grupo atendidas pelo sistema
               ASSIGN TO 'COMPANHIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CODIGO
               FILE STATUS IS WS-STATUS-COMPANHIA.

           SELECT USUCIA-FILE *> Empresas que cada usuario pode acessar
               ASSIGN TO 'USUCIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CHAVE
               FILE STATUS IS WS-STATUS-USUCIA.

           SELECT USUARIOS-FILE
               ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WS-STATUS-USUARIOS.

           SELECT CONTAPAGAR-FILE *> Aberto no diretorio de cada empresa
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

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      *> CADA EMPRESA TEM O SEU PROPRIO JOGO DE ARQUIVOS NUM SUBDIRETORIO
      *> DO DIRETORIO PRINCIPAL (EM BRANCO = OS ARQUIVOS DO PROPRIO
      *> DIRETORIO PRINCIPAL, A EMPRESA ORIGINAL). O CADASTRO DE
      *> FORNECEDORES PODE SER COMPARTILHADO COM O DIRETORIO PRINCIPAL
       FD  COMPANHIA-FILE.
       01  COMPANHIA-REG.
           05 CI-CODIGO            PIC 9(02).
           05 CI-RAZAO-SOCIAL      PIC X(40).
           05 CI-CNPJ-RAIZ         PIC 9(08).
           05 CI-DIRETORIO         PIC X(30).
           05 CI-FORN-COMPARTILHADO PIC X(01).
           05 CI-SITUACAO          PIC X(01).
           05 CI-DATA-CADASTRO     PIC 9(08).

      *> UM REGISTRO POR USUARIO E EMPRESA LIBERADA; O PERFIL, QUANDO
      *> PREENCHIDO, VALE SO NAQUELA EMPRESA NO LUGAR DO DO CADASTRO
       FD  USUCIA-FILE.
       01  USUCIA-REG.
           05 UC-CHAVE.
              10 UC-USUARIO        PIC X(10).
              10 UC-CIA            PIC 9(02).
           05 UC-PERFIL            PIC X(01).
           05 UC-LIBERADO-POR      PIC X(10).
           05 UC-DATA-LIBERACAO    PIC 9(08).

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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-COMPANHIA     PIC X(2).
           88 STATUS-OK-CI           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CI VALUE '35'.
       01 WS-STATUS-USUCIA        PIC X(2).
           88 STATUS-OK-UC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-UC VALUE '35'.
       01 WS-STATUS-USUARIOS      PIC X(2).
           88 STATUS-OK-US           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
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
       01 WS-ACHOU-REGISTRO       PIC X(01).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-CODIGO               PIC 9(02).
       01 WS-USUARIO-FILTRO       PIC X(10).

      *> DIRETORIO PRINCIPAL DO SISTEMA, GUARDADO PELO MENU ANTES DE
      *> ENTRAR NO DIRETORIO DA EMPRESA ESCOLHIDA NO LOGIN
       01 WS-DIR-RAIZ             PIC X(200) EXTERNAL.
       01 WS-DIR-ORIGEM           PIC X(200).
       01 WS-DIR-DESTINO          PIC X(232).
       01 WS-RC-DIR               PIC S9(09) COMP-5.
       01 WS-COMANDO              PIC X(300).

      *> O DIRETORIO DA EMPRESA E UM NOME SIMPLES (LETRAS, DIGITOS, '_'
      *> OU '-'), SEMPRE DENTRO DO DIRETORIO PRINCIPAL
       01 WS-DIR-VALIDO           PIC X(01).
       01 WS-DIR-I                PIC 9(02).
       01 WS-DIR-CH               PIC X(01).
       01 WS-DIR-FIM              PIC X(01).
       01 WS-DIR-REPETIDO         PIC X(01).
       01 WS-DIRETORIO-NOVO       PIC X(30).

      *> ARQUIVOS DO GRUPO, UNICOS PARA TODAS AS EMPRESAS: NO DIRETORIO
      *> DE CADA EMPRESA FICAM APONTANDO PARA OS DO DIRETORIO PRINCIPAL
       01 WS-QTD-ARQ-GRUPO        PIC 9(02) VALUE 4.
       01 WS-ARQS-GRUPO-INIT.
           05 FILLER PIC X(14) VALUE 'USUARIOS.DAT  '.
           05 FILLER PIC X(14) VALUE 'SESSATIV.DAT  '.
           05 FILLER PIC X(14) VALUE 'COMPANHIA.DAT '.
           05 FILLER PIC X(14) VALUE 'USUCIA.DAT    '.
       01 WS-ARQS-GRUPO REDEFINES WS-ARQS-GRUPO-INIT.
           05 WS-ARQ-GRUPO PIC X(14) OCCURS 4 TIMES.
      *> CADASTRO DE FORNECEDORES E SEUS COMPLEMENTOS, QUANDO A EMPRESA
      *> COMPARTILHA O CADASTRO DO DIRETORIO PRINCIPAL
       01 WS-QTD-ARQ-FORN         PIC 9(02) VALUE 6.
       01 WS-ARQS-FORN-INIT.
           05 FILLER PIC X(14) VALUE 'FORNECEDOR.DAT'.
           05 FILLER PIC X(14) VALUE 'FORNECHIST.DAT'.
           05 FILLER PIC X(14) VALUE 'FORNBANCO.DAT '.
           05 FILLER PIC X(14) VALUE 'FBPEND.DAT    '.
           05 FILLER PIC X(14) VALUE 'FORNEND.DAT   '.
           05 FILLER PIC X(14) VALUE 'FORNRFB.DAT   '.
       01 WS-ARQS-FORN REDEFINES WS-ARQS-FORN-INIT.
           05 WS-ARQ-FORN PIC X(14) OCCURS 6 TIMES.
       01 WS-ARQ-IDX              PIC 9(02).
       01 WS-ARQ-LIGAR            PIC X(14).

      *> CONSOLIDADO DO GRUPO: EM ABERTO POR EMPRESA E A PREVISAO DE
      *> SAIDA DE CAIXA DAS PROXIMAS 12 SEMANAS SOMANDO TODAS, NA MESMA
      *> REGRA DO RELFLUXO (SEMANA 1 = HOJE ATE HOJE+6)
       01 WS-EMP-QTD              PIC 9(02) VALUE ZERO.
       01 WS-EMP-IDX              PIC 9(02).
       01 WS-EMP-TAB.
           05 WS-EMP-ITEM OCCURS 50 TIMES.
              10 WS-EMP-CODIGO    PIC 9(02).
              10 WS-EMP-RAZAO     PIC X(40).
              10 WS-EMP-DIRETORIO PIC X(30).
              10 WS-EMP-QTD-ABERTO PIC 9(06).
              10 WS-EMP-VENCIDO   PIC 9(12)V99.
              10 WS-EMP-4-SEMANAS PIC 9(12)V99.
              10 WS-EMP-12-SEMANAS PIC 9(12)V99.
              10 WS-EMP-ALEM      PIC 9(12)V99.
              10 WS-EMP-TOTAL     PIC 9(12)V99.
              10 WS-EMP-LIDA      PIC X(01).
       01 WS-HOJE-INT             PIC S9(09) COMP.
       01 WS-DIAS-DIF             PIC S9(09) COMP.
       01 WS-IDX-SEMANA           PIC S9(04) COMP.
       01 WS-VALOR-ITEM           PIC 9(10)V99.
       01 WS-GRP-VENCIDO          PIC 9(12)V99.
       01 WS-GRP-ALEM             PIC 9(12)V99.
       01 WS-GRP-TOTAL            PIC 9(12)V99.
       01 WS-GRP-ACUMULADO        PIC 9(12)V99.
       01 WS-GRP-SEMANA-TAB.
           05 WS-GRP-SEMANA       PIC 9(12)V99 OCCURS 12 TIMES.
       01 WS-I                    PIC 9(02).
       01 WS-SEM-FIM-INT          PIC S9(09) COMP.
       01 WS-SEM-FIM-DATA         PIC 9(08).

       PROCEDURE DIVISION.
      *> CADASTRO DAS EMPRESAS DO GRUPO, DOS ACESSOS DE CADA USUARIO POR
      *> EMPRESA E O CONSOLIDADO DE CONTAS EM ABERTO/FLUXO DE CAIXA. NO
      *> LOGIN O MENU ENTRA NO DIRETORIO DA EMPRESA ESCOLHIDA E TODOS OS
      *> PROGRAMAS PASSAM A USAR OS ARQUIVOS DELA
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           IF WS-DIR-RAIZ = SPACES
               CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0
                   BY VALUE 200 BY REFERENCE WS-DIR-RAIZ
                   RETURNING WS-RC-DIR
           END-IF.
           PERFORM 200-MENU-EMPRESA UNTIL WS-OPCAO = 'S'.
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

       200-MENU-EMPRESA.
           DISPLAY "--- Empresas do Grupo ---".
           DISPLAY "I - Incluir empresa".
           DISPLAY "A - Alterar razao social/situacao".
           DISPLAY "L - Listar empresas".
           DISPLAY "U - Liberar empresa para um usuario".
           DISPLAY "X - Retirar acesso de um usuario".
           DISPLAY "V - Ver acessos liberados".
           DISPLAY "R - Consolidado do grupo (em aberto e fluxo)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-INCLUIR-EMPRESA
               WHEN 'A'
                   PERFORM 400-ALTERAR-EMPRESA
               WHEN 'L'
                   PERFORM 450-LISTAR-EMPRESAS
               WHEN 'U'
                   PERFORM 500-LIBERAR-ACESSO
               WHEN 'X'
                   PERFORM 550-RETIRAR-ACESSO
               WHEN 'V'
                   PERFORM 580-VER-ACESSOS
               WHEN 'R'
                   PERFORM 700-CONSOLIDADO-GRUPO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> A INCLUSAO JA PREPARA O DIRETORIO DA EMPRESA: CRIA A PASTA,
      *> LIGA OS ARQUIVOS DO GRUPO (E OS DE FORNECEDOR, SE COMPARTILHADO)
      *> AO DIRETORIO PRINCIPAL E COPIA OS PARAMETROS GERAIS COMO PONTO
      *> DE PARTIDA. O COMPARTILHAMENTO SO E ESCOLHIDO AQUI: DEPOIS QUE A
      *> EMPRESA TEM FORNECEDORES PROPRIOS, LIGAR O CADASTRO APAGARIA OS
      *> DELA
       300-INCLUIR-EMPRESA.
           DISPLAY "--- Incluir Empresa do Grupo ---".
           OPEN I-O COMPANHIA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CI
               OPEN OUTPUT COMPANHIA-FILE
               CLOSE COMPANHIA-FILE
               OPEN I-O COMPANHIA-FILE
           END-IF.
           IF NOT STATUS-OK-CI
               DISPLAY "ERRO ao abrir o cadastro de empresas. Status: "
                       WS-STATUS-COMPANHIA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Codigo da empresa (01-99): " WITH NO ADVANCING.
           MOVE ZERO TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = ZERO
               DISPLAY "ERRO: codigo invalido."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO TO CI-CODIGO.
           READ COMPANHIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: empresa ja cadastrada: " CI-RAZAO-SOCIAL
                   CLOSE COMPANHIA-FILE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Diretorio dos arquivos (ENTER = diretorio principal): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-DIRETORIO-NOVO.
           ACCEPT WS-DIRETORIO-NOVO.
           MOVE FUNCTION UPPER-CASE(WS-DIRETORIO-NOVO) TO WS-DIRETORIO-NOVO.
           PERFORM 320-VALIDAR-DIRETORIO.
           IF WS-DIR-VALIDO NOT = 'S'
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 330-CONFERIR-DIRETORIO-USADO.
           IF WS-DIR-REPETIDO = 'S'
               DISPLAY "ERRO: o diretorio ja e de outra empresa."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CODIGO TO CI-CODIGO.
           MOVE WS-DIRETORIO-NOVO TO CI-DIRETORIO.
           DISPLAY "Razao social: " WITH NO ADVANCING.
           MOVE SPACES TO CI-RAZAO-SOCIAL.
           ACCEPT CI-RAZAO-SOCIAL.
           IF CI-RAZAO-SOCIAL = SPACES
               DISPLAY "ERRO: a razao social e obrigatoria."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Raiz do CNPJ (8 digitos): " WITH NO ADVANCING.
           MOVE ZERO TO CI-CNPJ-RAIZ.
           ACCEPT CI-CNPJ-RAIZ.
           IF CI-CNPJ-RAIZ = ZERO
               DISPLAY "ERRO: a raiz do CNPJ e obrigatoria."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CI-FORN-COMPARTILHADO.
           IF CI-DIRETORIO NOT = SPACES
               DISPLAY "Compartilhar o cadastro de fornecedores do "
                       "diretorio principal (S/N)? " WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = 'S'
                   MOVE 'S' TO CI-FORN-COMPARTILHADO
               END-IF
           END-IF.
           MOVE 'A' TO CI-SITUACAO.
           MOVE WS-DATA-HOJE TO CI-DATA-CADASTRO.

           WRITE COMPANHIA-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a empresa. Status: "
                           WS-STATUS-COMPANHIA
                   CLOSE COMPANHIA-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE COMPANHIA-FILE.
           IF CI-DIRETORIO NOT = SPACES
               PERFORM 350-PREPARAR-DIRETORIO
           END-IF.
           DISPLAY "Empresa " CI-CODIGO " incluida com sucesso!".

       320-VALIDAR-DIRETORIO.
           MOVE 'S' TO WS-DIR-VALIDO.
           MOVE 'N' TO WS-DIR-FIM.
           PERFORM 325-VALIDAR-POSICAO
               VARYING WS-DIR-I FROM 1 BY 1 UNTIL WS-DIR-I > 30.
           IF WS-DIR-VALIDO NOT = 'S'
               DISPLAY "ERRO: o diretorio deve ser um nome simples, so "
                       "com letras, digitos, '_' ou '-'."
           END-IF.

       325-VALIDAR-POSICAO.
           MOVE WS-DIRETORIO-NOVO(WS-DIR-I:1) TO WS-DIR-CH.
           IF WS-DIR-CH = SPACE
               MOVE 'S' TO WS-DIR-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIR-FIM = 'S'
               MOVE 'N' TO WS-DIR-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF (WS-DIR-CH < 'A' OR WS-DIR-CH > 'Z') AND
                   (WS-DIR-CH < '0' OR WS-DIR-CH > '9') AND
                   WS-DIR-CH NOT = '_' AND WS-DIR-CH NOT = '-'
               MOVE 'N' TO WS-DIR-VALIDO
           END-IF.

      *> DUAS EMPRESAS NO MESMO DIRETORIO MISTURARIAM OS LIVROS
       330-CONFERIR-DIRETORIO-USADO.
           MOVE 'N' TO WS-DIR-REPETIDO.
           MOVE ZERO TO CI-CODIGO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START COMPANHIA-FILE KEY IS GREATER THAN CI-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 335-COMPARAR-DIRETORIO UNTIL WS-FIM-LEITURA = 'Y'.

       335-COMPARAR-DIRETORIO.
           READ COMPANHIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CI-DIRETORIO = WS-DIRETORIO-NOVO
                       MOVE 'S' TO WS-DIR-REPETIDO
                   END-IF
           END-READ.

       350-PREPARAR-DIRETORIO.
           MOVE SPACES TO WS-COMANDO.
           STRING "mkdir -p '" FUNCTION TRIM(WS-DIR-RAIZ) "/"
                  FUNCTION TRIM(CI-DIRETORIO) "' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           PERFORM 360-LIGAR-ARQ-GRUPO
               VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-QTD-ARQ-GRUPO.
           IF CI-FORN-COMPARTILHADO = 'S'
               PERFORM 365-LIGAR-ARQ-FORN
                   VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-QTD-ARQ-FORN
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           STRING "cp -n '" FUNCTION TRIM(WS-DIR-RAIZ) "/PARAMS.DAT' '"
                  FUNCTION TRIM(WS-DIR-RAIZ) "/"
                  FUNCTION TRIM(CI-DIRETORIO) "/' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           DISPLAY "Diretorio " FUNCTION TRIM(CI-DIRETORIO)
                   " preparado.".

       360-LIGAR-ARQ-GRUPO.
           MOVE WS-ARQ-GRUPO(WS-ARQ-IDX) TO WS-ARQ-LIGAR.
           PERFORM 370-LIGAR-ARQUIVO.

       365-LIGAR-ARQ-FORN.
           MOVE WS-ARQ-FORN(WS-ARQ-IDX) TO WS-ARQ-LIGAR.
           PERFORM 370-LIGAR-ARQUIVO.

      *> O LINK VALE MESMO SE O ARQUIVO AINDA NAO EXISTIR NO PRINCIPAL:
      *> O PRIMEIRO PROGRAMA QUE O CRIAR, CRIA NO DIRETORIO PRINCIPAL
       370-LIGAR-ARQUIVO.
           MOVE SPACES TO WS-COMANDO.
           STRING "ln -sf '" FUNCTION TRIM(WS-DIR-RAIZ) "/"
                  FUNCTION TRIM(WS-ARQ-LIGAR) "' '"
                  FUNCTION TRIM(WS-DIR-RAIZ) "/"
                  FUNCTION TRIM(CI-DIRETORIO) "/"
                  FUNCTION TRIM(WS-ARQ-LIGAR) "' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.

       400-ALTERAR-EMPRESA.
           DISPLAY "--- Alterar Empresa do Grupo ---".
           OPEN I-O COMPANHIA-FILE.
           IF NOT STATUS-OK-CI
               DISPLAY "AVISO: nenhuma empresa cadastrada ainda."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da empresa: " WITH NO ADVANCING.
           MOVE ZERO TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO CI-CODIGO.
           READ COMPANHIA-FILE
               INVALID KEY
                   DISPLAY "ERRO: empresa nao cadastrada."
                   CLOSE COMPANHIA-FILE
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Razao social atual: " CI-RAZAO-SOCIAL.
           DISPLAY "Nova razao social (ENTER mantem): " WITH NO ADVANCING.
           MOVE SPACES TO WS-LINHA.
           ACCEPT WS-LINHA.
           IF WS-LINHA NOT = SPACES
               MOVE WS-LINHA TO CI-RAZAO-SOCIAL
           END-IF.
           DISPLAY "Situacao atual: " CI-SITUACAO
                   ". Nova situacao (A/I, ENTER mantem): "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA = 'A' OR WS-RESPOSTA = 'I'
               MOVE WS-RESPOSTA TO CI-SITUACAO
           END-IF.
           REWRITE COMPANHIA-REG
               INVALID KEY
                   DISPLAY "ERRO ao alterar a empresa. Status: "
                           WS-STATUS-COMPANHIA
               NOT INVALID KEY
                   DISPLAY "Empresa alterada com sucesso!"
           END-REWRITE.
           CLOSE COMPANHIA-FILE.

       450-LISTAR-EMPRESAS.
           DISPLAY "--- Empresas do Grupo ---".
           OPEN INPUT COMPANHIA-FILE.
           IF NOT STATUS-OK-CI
               DISPLAY "AVISO: nenhuma empresa cadastrada ainda."
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CI-CODIGO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START COMPANHIA-FILE KEY IS GREATER THAN CI-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           DISPLAY "CD RAZAO SOCIAL                             RAIZ CNPJ "
                   "DIRETORIO       FORN SIT".
           PERFORM 460-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE COMPANHIA-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       460-LISTAR-PROXIMA.
           READ COMPANHIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CI-DIRETORIO = SPACES
                       DISPLAY CI-CODIGO " " CI-RAZAO-SOCIAL " "
                               CI-CNPJ-RAIZ "  (principal)       "
                               CI-FORN-COMPARTILHADO "    " CI-SITUACAO
                   ELSE
                       DISPLAY CI-CODIGO " " CI-RAZAO-SOCIAL " "
                               CI-CNPJ-RAIZ "  " CI-DIRETORIO(1:18) " "
                               CI-FORN-COMPARTILHADO "    " CI-SITUACAO
                   END-IF
           END-READ.

      *> O SUPERVISOR DO CADASTRO DE USUARIOS ENTRA EM QUALQUER EMPRESA;
      *> OS DEMAIS SO NAS LIBERADAS AQUI
       500-LIBERAR-ACESSO.
           DISPLAY "--- Liberar Empresa para Usuario ---".
           DISPLAY "Usuario: " WITH NO ADVANCING.
           MOVE SPACES TO UC-USUARIO.
           ACCEPT UC-USUARIO.
           OPEN INPUT USUARIOS-FILE.
           MOVE UC-USUARIO TO US-USUARIO.
           MOVE 'N' TO WS-ACHOU-REGISTRO.
           IF STATUS-OK-US
               READ USUARIOS-FILE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU-REGISTRO
               END-READ
           END-IF.
           CLOSE USUARIOS-FILE.
           IF WS-ACHOU-REGISTRO = 'N'
               DISPLAY "ERRO: usuario nao cadastrado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Usuario: " US-NOME " perfil " US-PERFIL.

           DISPLAY "Codigo da empresa: " WITH NO ADVANCING.
           MOVE ZERO TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           OPEN INPUT COMPANHIA-FILE.
           MOVE WS-CODIGO TO CI-CODIGO.
           MOVE 'N' TO WS-ACHOU-REGISTRO.
           IF STATUS-OK-CI
               READ COMPANHIA-FILE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU-REGISTRO
               END-READ
           END-IF.
           CLOSE COMPANHIA-FILE.
           IF WS-ACHOU-REGISTRO = 'N'
               DISPLAY "ERRO: empresa nao cadastrada."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Perfil nesta empresa (O/S, ENTER = o do cadastro): "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = SPACE AND WS-RESPOSTA NOT = 'O' AND
                   WS-RESPOSTA NOT = 'S'
               DISPLAY "ERRO: perfil invalido."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O USUCIA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-UC
               OPEN OUTPUT USUCIA-FILE
               CLOSE USUCIA-FILE
               OPEN I-O USUCIA-FILE
           END-IF.
           IF NOT STATUS-OK-UC
               DISPLAY "ERRO ao abrir os acessos. Status: "
                       WS-STATUS-USUCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE US-USUARIO TO UC-USUARIO.
           MOVE WS-CODIGO TO UC-CIA.
           MOVE 'N' TO WS-ACHOU-REGISTRO.
           READ USUCIA-FILE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-REGISTRO
           END-READ.
           MOVE WS-RESPOSTA TO UC-PERFIL.
           MOVE WS-USUARIO-SESSAO TO UC-LIBERADO-POR.
           MOVE WS-DATA-HOJE TO UC-DATA-LIBERACAO.
           IF WS-ACHOU-REGISTRO = 'S'
               REWRITE USUCIA-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar o acesso. Status: "
                               WS-STATUS-USUCIA
                   NOT INVALID KEY
                       DISPLAY "Acesso alterado com sucesso!"
               END-REWRITE
           ELSE
               WRITE USUCIA-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar o acesso. Status: "
                               WS-STATUS-USUCIA
                   NOT INVALID KEY
                       DISPLAY "Acesso liberado com sucesso!"
               END-WRITE
           END-IF.
           CLOSE USUCIA-FILE.

       550-RETIRAR-ACESSO.
           DISPLAY "--- Retirar Acesso de Usuario ---".
           OPEN I-O USUCIA-FILE.
           IF NOT STATUS-OK-UC
               DISPLAY "AVISO: nenhum acesso liberado ainda."
               CLOSE USUCIA-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Usuario: " WITH NO ADVANCING.
           MOVE SPACES TO UC-USUARIO.
           ACCEPT UC-USUARIO.
           DISPLAY "Codigo da empresa: " WITH NO ADVANCING.
           MOVE ZERO TO UC-CIA.
           ACCEPT UC-CIA.
           READ USUCIA-FILE
               INVALID KEY
                   DISPLAY "ERRO: acesso nao encontrado."
               NOT INVALID KEY
                   DELETE USUCIA-FILE
                       INVALID KEY
                           DISPLAY "ERRO ao retirar o acesso. Status: "
                                   WS-STATUS-USUCIA
                       NOT INVALID KEY
                           DISPLAY "Acesso retirado."
                   END-DELETE
           END-READ.
           CLOSE USUCIA-FILE.

       580-VER-ACESSOS.
           DISPLAY "--- Acessos Liberados por Empresa ---".
           OPEN INPUT USUCIA-FILE.
           IF NOT STATUS-OK-UC
               DISPLAY "AVISO: nenhum acesso liberado ainda."
               CLOSE USUCIA-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Usuario (ENTER para todos): " WITH NO ADVANCING.
           MOVE SPACES TO WS-USUARIO-FILTRO.
           ACCEPT WS-USUARIO-FILTRO.
           MOVE LOW-VALUES TO UC-CHAVE.
           MOVE 'N' TO WS-FIM-LEITURA.
           START USUCIA-FILE KEY IS GREATER THAN UC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           DISPLAY "USUARIO    CD PERFIL LIBERADO POR DATA".
           PERFORM 585-VER-PROXIMO-ACESSO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE USUCIA-FILE.
           DISPLAY "Perfil em branco: vale o do cadastro de usuarios.".
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       585-VER-PROXIMO-ACESSO.
           READ USUCIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-USUARIO-FILTRO = SPACES OR
                           UC-USUARIO = WS-USUARIO-FILTRO
                       DISPLAY UC-USUARIO " " UC-CIA " " UC-PERFIL
                               "      " UC-LIBERADO-POR "   "
                               UC-DATA-LIBERACAO
                   END-IF
           END-READ.

      *> O CONSOLIDADO ENTRA NO DIRETORIO DE CADA EMPRESA ATIVA, LE AS
      *> CONTAS EM ABERTO DELA E VOLTA PARA O DIRETORIO DE ONDE SAIU
       700-CONSOLIDADO-GRUPO.
           DISPLAY "--- Consolidado do Grupo ---".
           PERFORM 710-CARREGAR-EMPRESAS.
           IF WS-EMP-QTD = ZERO
               DISPLAY "AVISO: nenhuma empresa ativa cadastrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-GRP-VENCIDO WS-GRP-ALEM WS-GRP-TOTAL.
           INITIALIZE WS-GRP-SEMANA-TAB.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE SPACES TO WS-DIR-ORIGEM.
           CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0 BY VALUE 200
               BY REFERENCE WS-DIR-ORIGEM RETURNING WS-RC-DIR.
           PERFORM 720-LER-EMPRESA
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-QTD.
           CALL 'CBL_CHANGE_DIR' USING WS-DIR-ORIGEM
               RETURNING WS-RC-DIR.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'CADCIA_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "------- CONSOLIDADO DO GRUPO - CONTAS EM ABERTO EM "
                  WS-DATA-HOJE " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "CD EMPRESA              QTD    VENCIDO         ATE 4 SEM"
               TO WS-LINHA.
           MOVE "       5 A 12 SEM      ALEM            TOTAL"
               TO WS-LINHA(60:).
           PERFORM 890-EMITIR-LINHA.
           PERFORM 760-IMPRIMIR-EMPRESA
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-QTD.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "--- PREVISAO DE SAIDA DE CAIXA DO GRUPO (12 SEMANAS) ---"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Ja vencido            : " WS-GRP-VENCIDO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-GRP-VENCIDO TO WS-GRP-ACUMULADO.
           PERFORM 770-IMPRIMIR-SEMANA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12.
           MOVE SPACES TO WS-LINHA.
           STRING "Alem de 12 semanas    : " WS-GRP-ALEM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DO GRUPO EM ABERTO: " WS-GRP-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-CARREGAR-EMPRESAS.
           MOVE ZERO TO WS-EMP-QTD.
           INITIALIZE WS-EMP-TAB.
           OPEN INPUT COMPANHIA-FILE.
           IF NOT STATUS-OK-CI
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CI-CODIGO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START COMPANHIA-FILE KEY IS GREATER THAN CI-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 715-CARREGAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE COMPANHIA-FILE.

       715-CARREGAR-PROXIMA.
           READ COMPANHIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CI-SITUACAO = 'A' AND WS-EMP-QTD < 50
                       ADD 1 TO WS-EMP-QTD
                       MOVE CI-CODIGO TO WS-EMP-CODIGO(WS-EMP-QTD)
                       MOVE CI-RAZAO-SOCIAL TO WS-EMP-RAZAO(WS-EMP-QTD)
                       MOVE CI-DIRETORIO TO WS-EMP-DIRETORIO(WS-EMP-QTD)
                   END-IF
           END-READ.

       720-LER-EMPRESA.
           MOVE 'N' TO WS-EMP-LIDA(WS-EMP-IDX).
           MOVE SPACES TO WS-DIR-DESTINO.
           IF WS-EMP-DIRETORIO(WS-EMP-IDX) = SPACES
               MOVE WS-DIR-RAIZ TO WS-DIR-DESTINO
           ELSE
               STRING FUNCTION TRIM(WS-DIR-RAIZ) "/"
                      FUNCTION TRIM(WS-EMP-DIRETORIO(WS-EMP-IDX))
                   DELIMITED BY SIZE INTO WS-DIR-DESTINO
           END-IF.
           CALL 'CBL_CHANGE_DIR' USING WS-DIR-DESTINO
               RETURNING WS-RC-DIR.
           IF WS-RC-DIR NOT = ZERO
               DISPLAY "AVISO: diretorio da empresa "
                       WS-EMP-CODIGO(WS-EMP-IDX) " inacessivel."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               MOVE 'S' TO WS-EMP-LIDA(WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-EMP-LIDA(WS-EMP-IDX).
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 730-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.

       730-LER-PROXIMA-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V' AND
                   CP-SITUACAO NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
           ELSE
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.
           ADD 1 TO WS-EMP-QTD-ABERTO(WS-EMP-IDX).
           ADD WS-VALOR-ITEM TO WS-EMP-TOTAL(WS-EMP-IDX) WS-GRP-TOTAL.
           COMPUTE WS-DIAS-DIF =
               FUNCTION INTEGER-OF-DATE(CP-DATA-VENC) - WS-HOJE-INT.
           IF WS-DIAS-DIF < 0
               ADD WS-VALOR-ITEM TO WS-EMP-VENCIDO(WS-EMP-IDX)
                   WS-GRP-VENCIDO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX-SEMANA = (WS-DIAS-DIF / 7) + 1.
           IF WS-IDX-SEMANA > 12
               ADD WS-VALOR-ITEM TO WS-EMP-ALEM(WS-EMP-IDX) WS-GRP-ALEM
               EXIT PARAGRAPH
           END-IF.
           ADD WS-VALOR-ITEM TO WS-GRP-SEMANA(WS-IDX-SEMANA).
           IF WS-IDX-SEMANA > 4
               ADD WS-VALOR-ITEM TO WS-EMP-12-SEMANAS(WS-EMP-IDX)
           ELSE
               ADD WS-VALOR-ITEM TO WS-EMP-4-SEMANAS(WS-EMP-IDX)
           END-IF.

       760-IMPRIMIR-EMPRESA.
           MOVE SPACES TO WS-LINHA.
           IF WS-EMP-LIDA(WS-EMP-IDX) = 'N'
               STRING WS-EMP-CODIGO(WS-EMP-IDX) " "
                      WS-EMP-RAZAO(WS-EMP-IDX)(1:20)
                      " *** DIRETORIO INACESSIVEL, FORA DO TOTAL ***"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-EMP-CODIGO(WS-EMP-IDX) " "
                      WS-EMP-RAZAO(WS-EMP-IDX)(1:20) " "
                      WS-EMP-QTD-ABERTO(WS-EMP-IDX) " "
                      WS-EMP-VENCIDO(WS-EMP-IDX) " "
                      WS-EMP-4-SEMANAS(WS-EMP-IDX) " "
                      WS-EMP-12-SEMANAS(WS-EMP-IDX) " "
                      WS-EMP-ALEM(WS-EMP-IDX) " "
                      WS-EMP-TOTAL(WS-EMP-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       770-IMPRIMIR-SEMANA.
           ADD WS-GRP-SEMANA(WS-I) TO WS-GRP-ACUMULADO.
           COMPUTE WS-SEM-FIM-INT = WS-HOJE-INT + (WS-I * 7) - 1.
           COMPUTE WS-SEM-FIM-DATA =
               FUNCTION DATE-OF-INTEGER(WS-SEM-FIM-INT).
           MOVE SPACES TO WS-LINHA.
           STRING "Semana " WS-I " (ate " WS-SEM-FIM-DATA "): "
                  WS-GRP-SEMANA(WS-I) "  acumulado " WS-GRP-ACUMULADO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
