       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMDIA.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMDIA-FILE *> Limites diarios por conta e por operador
               ASSIGN TO 'LIMDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-STATUS-LIMDIA.

           SELECT LIMUSO-FILE *> Saidas acumuladas por dia, conta e operador
               ASSIGN TO 'LIMUSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LU-CHAVE
               FILE STATUS IS WS-STATUS-LIMUSO.

           SELECT LIMRET-FILE *> Pagamentos retidos por limite diario
               ASSIGN TO 'LIMRET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               FILE STATUS IS WS-STATUS-LIMRET.

           SELECT LIBPEND-FILE *> Fila de liberacao do LIBPAG
               ASSIGN TO 'LIBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

           SELECT CONTABCO-FILE *> Contas bancarias da propria empresa
               ASSIGN TO 'CONTABCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-CONTABCO.

           SELECT USUARIOS-FILE *> Cadastro de usuarios autorizados a logar
               ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WS-STATUS-USUARIOS.

           SELECT SPOOL-FILE *> Relatorio de uso dos limites do dia
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> LM-TIPO 'C' = CONTA BANCARIA (LM-CODIGO = CB-CODIGO), 'U' =
      *> OPERADOR (LM-CODIGO = US-USUARIO); LIMITE ZERO = SEM LIMITE
       FD  LIMDIA-FILE.
       01  LIMDIA-REG.
           05 LM-CHAVE.
              10 LM-TIPO          PIC X(01).
              10 LM-CODIGO        PIC X(10).
           05 LM-LIMITE           PIC 9(12)V99.
           05 LM-USUARIO          PIC X(10).
           05 LM-DATA-HORA        PIC 9(14).

      *> GRAVADO PELO VERIFLIM: O QUE SAIU NO DIA, O QUE FOI RETIDO POR
      *> ESTOURO E QUANTOS RETIDOS SAIRAM DEPOIS DE LIBERADOS NO LIBPAG
       FD  LIMUSO-FILE.
       01  LIMUSO-REG.
           05 LU-CHAVE.
              10 LU-DATA          PIC 9(08).
              10 LU-TIPO          PIC X(01).
              10 LU-CODIGO        PIC X(10).
           05 LU-VALOR            PIC 9(12)V99.
           05 LU-QTD              PIC 9(05).
           05 LU-VALOR-RETIDO     PIC 9(12)V99.
           05 LU-QTD-RETIDO       PIC 9(05).
           05 LU-QTD-LIBERADO     PIC 9(05).

       FD  LIMRET-FILE.
       01  LIMRET-REG.
           05 LR-CHAVE.
              10 LR-NUM-DOC       PIC 9(10).
              10 LR-CNPJ-FORN     PIC 9(14).
           05 LR-DATA             PIC 9(08).
           05 LR-PROGRAMA         PIC X(08).
           05 LR-CONTA            PIC X(04).
           05 LR-USUARIO          PIC X(10).
           05 LR-TIPO-LIMITE      PIC X(01).
           05 LR-LIMITE           PIC 9(12)V99.
           05 LR-USADO            PIC 9(12)V99.
           05 LR-VALOR            PIC 9(12)V99.
           05 LR-SITUACAO         PIC X(01).

       FD  LIBPEND-FILE.
       01  LIBPEND-REG.
           05 LP-CHAVE.
              10 LP-NUM-DOC         PIC 9(10).
              10 LP-CNPJ-FORN       PIC 9(14).
           05 LP-VALOR              PIC 9(10)V99.
           05 LP-DATA-HORA-SOLIC    PIC 9(14).
           05 LP-USUARIO-SOLIC      PIC X(10).
           05 LP-SITUACAO           PIC X(01).
           05 LP-APROVADOR          PIC X(06).
           05 LP-DATA-HORA-DECISAO  PIC 9(14).
           05 LP-MOTIVO-REJEICAO    PIC X(60).

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 CB-CODIGO        PIC X(04).
           05 CB-BANCO         PIC X(03).
           05 CB-AGENCIA       PIC X(06).
           05 CB-CONTA         PIC X(12).
           05 CB-DESCRICAO     PIC X(30).
           05 CB-SALDO         PIC S9(12)V99.
           05 CB-CONTA-CONTABIL PIC X(08).

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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIMDIA        PIC X(2).
          88 STATUS-OK-LM          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LM VALUE '35'.
       01 WS-STATUS-LIMUSO        PIC X(2).
          88 STATUS-OK-LU          VALUE '00'.
       01 WS-STATUS-LIMRET        PIC X(2).
          88 STATUS-OK-LR          VALUE '00'.
       01 WS-STATUS-LIBPEND       PIC X(2).
          88 STATUS-OK-LP          VALUE '00'.
       01 WS-STATUS-CONTABCO      PIC X(2).
          88 STATUS-OK-CB          VALUE '00'.
       01 WS-STATUS-USUARIOS      PIC X(2).
          88 STATUS-OK-US          VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL       VALUE '00'.
       01 WS-STATUS-SESSAO        PIC X(2).
          88 STATUS-OK-SS          VALUE '00'.

       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                PIC X(132).

       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO        PIC X(01) VALUE 'O'.
       01 WS-OPCAO                PIC X(01) VALUE SPACES.
       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-DIA-HOJE             PIC 9(08).

      *> MANUTENCAO DE UM LIMITE
       01 WS-TIPO-LIMITE          PIC X(01).
       01 WS-CODIGO-LIMITE        PIC X(10).
       01 WS-NOVO-LIMITE          PIC 9(12)V99.
       01 WS-LM-EXISTE            PIC X(01).
       01 WS-CODIGO-VALIDO        PIC X(01).

      *> RELATORIO DO DIA
       01 WS-DATA-RELATORIO       PIC 9(08).
       01 WS-LIMITE-LIDO          PIC 9(12)V99.
       01 WS-PCT-USO              PIC 9(05)V9.
       01 WS-MARCA-EXCEDIDO       PIC X(09).
       01 WS-DESC-TIPO            PIC X(07).
       01 WS-DESC-SITUACAO        PIC X(12).
       01 WS-QTD-LINHAS-USO       PIC 9(05).
       01 WS-QTD-EXCEDIDOS        PIC 9(05).
       01 WS-QTD-RETENCOES        PIC 9(05).
       01 WS-QTD-LISTADOS         PIC 9(05).
       01 WS-LM-ABERTO            PIC X(01).
       01 WS-LP-ABERTO            PIC X(01).
       01 WS-LU-ABERTO            PIC X(01).
       01 WS-ED-LIMITE            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-USADO             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-RETIDO            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PCT               PIC ZZZZ9.9.
       01 WS-ED-QTD               PIC ZZZZ9.
       01 WS-ED-QTD-RET           PIC ZZZZ9.
       01 WS-ED-QTD-LIB           PIC ZZZZ9.

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'LIMDIA'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> LIMITES DIARIOS DE SAIDA DE CAIXA: UM TETO POR CONTA BANCARIA
      *> DA EMPRESA (CONTABCO) E OUTRO POR OPERADOR, SOMADOS NO DIA
      *> ENTRE TODOS OS CAMINHOS DE PAGAMENTO. A CONFERENCIA E DO
      *> VERIFLIM; AQUI O SUPERVISOR MANTEM OS LIMITES E SAI O RELATORIO
      *> DE FIM DE DIA COM O USO DE CADA LIMITE E OS PAGAMENTOS QUE
      *> FORAM PARA A FILA DO LIBPAG POR ESTOURO. A RODADA NOTURNA EMITE
      *> O RELATORIO DO DIA (DO DIA ANTERIOR SE RODAR DEPOIS DA MEIA-
      *> NOITE, ANTES DAS 6H)
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DIA-HOJE.
           PERFORM 150-LER-SESSAO.
           IF WS-MODO-BATCH = 'S'
               MOVE WS-DIA-HOJE TO WS-DATA-RELATORIO
               IF WS-DH-HORA < 060000
                   COMPUTE WS-DATA-RELATORIO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DIA-HOJE) - 1)
               END-IF
               PERFORM 500-RELATORIO-DO-DIA
               MOVE WS-QTD-RETENCOES TO WS-CONTADOR-BATCH
               GOBACK
           END-IF.
           PERFORM 200-MENU-LIMITES UNTIL WS-OPCAO = 'S'.
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

       200-MENU-LIMITES.
           DISPLAY "--- Limites Diarios de Pagamento ---".
           DISPLAY "C - Limite por conta bancaria (supervisor)".
           DISPLAY "U - Limite por operador (supervisor)".
           DISPLAY "L - Listar limites e uso de hoje".
           DISPLAY "R - Relatorio de uso do dia".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'C'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 300-LIMITE-CONTA
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera "
                               "limites diarios."
                   END-IF
               WHEN 'U'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 310-LIMITE-OPERADOR
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera "
                               "limites diarios."
                   END-IF
               WHEN 'L'
                   PERFORM 400-LISTAR-LIMITES
               WHEN 'R'
                   DISPLAY "Data do relatorio (AAAAMMDD, zeros = hoje): "
                           WITH NO ADVANCING
                   MOVE ZERO TO WS-DATA-RELATORIO
                   ACCEPT WS-DATA-RELATORIO
                   IF WS-DATA-RELATORIO = ZERO
                       MOVE WS-DIA-HOJE TO WS-DATA-RELATORIO
                   END-IF
                   PERFORM 500-RELATORIO-DO-DIA
                   PERFORM 850-PAUSA
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> A CONTA PRECISA EXISTIR NO CADASTRO DE CONTAS DA EMPRESA
       300-LIMITE-CONTA.
           DISPLAY "Codigo da conta bancaria (ex.: C001): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-LIMITE.
           ACCEPT WS-CODIGO-LIMITE.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-LIMITE) TO WS-CODIGO-LIMITE.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           OPEN INPUT CONTABCO-FILE.
           IF STATUS-OK-CB
               MOVE WS-CODIGO-LIMITE(1:4) TO CB-CODIGO
               READ CONTABCO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CODIGO-VALIDO
                       DISPLAY "Conta " CB-CODIGO " - " CB-DESCRICAO
               END-READ
           END-IF.
           CLOSE CONTABCO-FILE.
           IF WS-CODIGO-VALIDO NOT = 'S' OR
                   WS-CODIGO-LIMITE(5:6) NOT = SPACES
               DISPLAY "ERRO: conta bancaria nao cadastrada."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-TIPO-LIMITE.
           PERFORM 320-GRAVAR-LIMITE.

      *> O OPERADOR PRECISA EXISTIR NO CADASTRO DE USUARIOS
       310-LIMITE-OPERADOR.
           DISPLAY "Usuario (operador): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-LIMITE.
           ACCEPT WS-CODIGO-LIMITE.
           MOVE 'N' TO WS-CODIGO-VALIDO.
           OPEN INPUT USUARIOS-FILE.
           IF STATUS-OK-US
               MOVE WS-CODIGO-LIMITE TO US-USUARIO
               READ USUARIOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CODIGO-VALIDO
                       DISPLAY "Operador " US-USUARIO " - " US-NOME
               END-READ
           END-IF.
           CLOSE USUARIOS-FILE.
           IF WS-CODIGO-VALIDO NOT = 'S'
               DISPLAY "ERRO: usuario nao cadastrado."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'U' TO WS-TIPO-LIMITE.
           PERFORM 320-GRAVAR-LIMITE.

       320-GRAVAR-LIMITE.
           OPEN I-O LIMDIA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LM
               OPEN OUTPUT LIMDIA-FILE
               CLOSE LIMDIA-FILE
               OPEN I-O LIMDIA-FILE
           END-IF.
           IF NOT STATUS-OK-LM
               DISPLAY "ERRO ao abrir LIMDIA.DAT. Status: "
                       WS-STATUS-LIMDIA
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIPO-LIMITE TO LM-TIPO.
           MOVE WS-CODIGO-LIMITE TO LM-CODIGO.
           MOVE 'N' TO WS-LM-EXISTE.
           READ LIMDIA-FILE
               INVALID KEY
                   DISPLAY "Sem limite diario definido."
               NOT INVALID KEY
                   MOVE 'S' TO WS-LM-EXISTE
                   MOVE LM-LIMITE TO WS-ED-LIMITE
                   DISPLAY "Limite atual: " WS-ED-LIMITE
                           " (por " LM-USUARIO " em "
                           LM-DATA-HORA(1:8) ")"
           END-READ.
           DISPLAY "Novo limite diario (zero = sem limite): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-NOVO-LIMITE.
           ACCEPT WS-NOVO-LIMITE.

           MOVE WS-TIPO-LIMITE TO LM-TIPO.
           MOVE WS-CODIGO-LIMITE TO LM-CODIGO.
           MOVE WS-NOVO-LIMITE TO LM-LIMITE.
           MOVE WS-USUARIO-SESSAO TO LM-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO LM-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO LM-DATA-HORA(9:6).
           IF WS-LM-EXISTE = 'S'
               REWRITE LIMDIA-REG
               MOVE 'A' TO WS-JRN-OPERACAO
           ELSE
               WRITE LIMDIA-REG
               MOVE 'I' TO WS-JRN-OPERACAO
           END-IF.
           IF STATUS-OK-LM
               DISPLAY "Limite diario gravado."
               PERFORM 985-JORNALIZAR-LIMITE
           ELSE
               DISPLAY "ERRO ao gravar limite. Status: "
                       WS-STATUS-LIMDIA
           END-IF.
           CLOSE LIMDIA-FILE.
           PERFORM 850-PAUSA.

      *> TODOS OS LIMITES CADASTRADOS, COM O QUE JA SAIU HOJE EM CADA UM
       400-LISTAR-LIMITES.
           OPEN INPUT LIMDIA-FILE.
           IF NOT STATUS-OK-LM
               DISPLAY "Nenhum limite diario cadastrado."
               CLOSE LIMDIA-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LU-ABERTO.
           OPEN INPUT LIMUSO-FILE.
           IF STATUS-OK-LU
               MOVE 'S' TO WS-LU-ABERTO
           END-IF.
           DISPLAY "TP CODIGO             LIMITE    USADO HOJE".
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO LM-CHAVE.
           START LIMDIA-FILE KEY IS GREATER THAN LM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LISTAR-LIMITE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE LIMUSO-FILE.
           CLOSE LIMDIA-FILE.
           DISPLAY WS-QTD-LISTADOS " limite(s).".
           PERFORM 850-PAUSA.

       410-LISTAR-LIMITE.
           READ LIMDIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE ZERO TO LU-VALOR
                   IF WS-LU-ABERTO = 'S'
                       MOVE WS-DIA-HOJE TO LU-DATA
                       MOVE LM-TIPO TO LU-TIPO
                       MOVE LM-CODIGO TO LU-CODIGO
                       READ LIMUSO-FILE
                           INVALID KEY
                               MOVE ZERO TO LU-VALOR
                       END-READ
                   END-IF
                   MOVE LM-LIMITE TO WS-ED-LIMITE
                   MOVE LU-VALOR TO WS-ED-USADO
                   DISPLAY LM-TIPO "  " LM-CODIGO " " WS-ED-LIMITE
                           " " WS-ED-USADO
           END-READ.

      *> RELATORIO DE FIM DE DIA: UMA LINHA POR CONTA E POR OPERADOR QUE
      *> MOVIMENTOU NA DATA, COM LIMITE, USADO, PERCENTUAL, PAGAMENTOS,
      *> RETENCOES E LIBERACOES; DEPOIS OS PAGAMENTOS RETIDOS NA DATA E
      *> EM QUE PE ESTAO NA FILA DO LIBPAG
       500-RELATORIO-DO-DIA.
           MOVE ZERO TO WS-QTD-LINHAS-USO WS-QTD-EXCEDIDOS.
           MOVE ZERO TO WS-QTD-RETENCOES.
           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "USO DOS LIMITES DIARIOS DE PAGAMENTO - DIA "
                  WS-DATA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TIPO    CODIGO             LIMITE           USADO    "
                  "%USO PGTOS RETID     VALOR RETIDO LIBER"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE 'N' TO WS-LM-ABERTO.
           OPEN INPUT LIMDIA-FILE.
           IF STATUS-OK-LM
               MOVE 'S' TO WS-LM-ABERTO
           END-IF.
           OPEN INPUT LIMUSO-FILE.
           IF STATUS-OK-LU
               MOVE WS-DATA-RELATORIO TO LU-DATA
               MOVE LOW-VALUES TO LU-TIPO LU-CODIGO
               MOVE 'N' TO WS-FIM-LEITURA
               START LIMUSO-FILE KEY IS GREATER THAN OR EQUAL TO LU-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 510-RELATAR-USO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE LIMUSO-FILE.
           IF WS-LM-ABERTO = 'S'
               CLOSE LIMDIA-FILE
           END-IF.
           IF WS-QTD-LINHAS-USO = ZERO
               MOVE "Nenhum pagamento registrado na data." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "PAGAMENTOS RETIDOS POR LIMITE NA DATA" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  CNPJ           PROGRAMA CONTA OPERADOR   "
                  "LIMITE            VALOR SITUACAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 'N' TO WS-LP-ABERTO.
           OPEN INPUT LIBPEND-FILE.
           IF STATUS-OK-LP
               MOVE 'S' TO WS-LP-ABERTO
           END-IF.
           OPEN INPUT LIMRET-FILE.
           IF STATUS-OK-LR
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO LR-CHAVE
               START LIMRET-FILE KEY IS GREATER THAN LR-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 520-RELATAR-RETENCAO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE LIMRET-FILE.
           IF WS-LP-ABERTO = 'S'
               CLOSE LIBPEND-FILE
           END-IF.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Contas/operadores com movimento: " WS-QTD-LINHAS-USO
                  "  acima do limite: " WS-QTD-EXCEDIDOS
                  "  pagamentos retidos: " WS-QTD-RETENCOES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF STATUS-OK-SPOOL
               CLOSE SPOOL-FILE
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.

      *> EXCEDIDO QUANDO O QUE SAIU PASSA DO LIMITE (SO ACONTECE COM
      *> LIBERACAO DO LIBPAG OU LIMITE REDUZIDO NO MEIO DO DIA)
       510-RELATAR-USO.
           READ LIMUSO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF LU-DATA NOT = WS-DATA-RELATORIO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM 515-FORMATAR-USO
                   END-IF
           END-READ.

       515-FORMATAR-USO.
           ADD 1 TO WS-QTD-LINHAS-USO.
           MOVE ZERO TO WS-LIMITE-LIDO.
           IF WS-LM-ABERTO = 'S'
               MOVE LU-TIPO TO LM-TIPO
               MOVE LU-CODIGO TO LM-CODIGO
               READ LIMDIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LM-LIMITE TO WS-LIMITE-LIDO
               END-READ
           END-IF.
           MOVE ZERO TO WS-PCT-USO.
           MOVE SPACES TO WS-MARCA-EXCEDIDO.
           IF WS-LIMITE-LIDO > ZERO
               COMPUTE WS-PCT-USO ROUNDED =
                   LU-VALOR * 100 / WS-LIMITE-LIDO
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-USO
               END-COMPUTE
               IF LU-VALOR > WS-LIMITE-LIDO
                   MOVE "EXCEDIDO" TO WS-MARCA-EXCEDIDO
                   ADD 1 TO WS-QTD-EXCEDIDOS
               END-IF
           END-IF.
           IF LU-TIPO = 'C'
               MOVE "CONTA" TO WS-DESC-TIPO
           ELSE
               MOVE "OPERAD" TO WS-DESC-TIPO
           END-IF.
           MOVE WS-LIMITE-LIDO TO WS-ED-LIMITE.
           MOVE LU-VALOR TO WS-ED-USADO.
           MOVE WS-PCT-USO TO WS-ED-PCT.
           MOVE LU-QTD TO WS-ED-QTD.
           MOVE LU-QTD-RETIDO TO WS-ED-QTD-RET.
           MOVE LU-VALOR-RETIDO TO WS-ED-RETIDO.
           MOVE LU-QTD-LIBERADO TO WS-ED-QTD-LIB.
           MOVE SPACES TO WS-LINHA.
           IF WS-LIMITE-LIDO = ZERO
               STRING WS-DESC-TIPO " " LU-CODIGO " "
                      "   sem limite " WS-ED-USADO "        "
                      WS-ED-QTD " " WS-ED-QTD-RET " " WS-ED-RETIDO " "
                      WS-ED-QTD-LIB
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING WS-DESC-TIPO " " LU-CODIGO " " WS-ED-LIMITE " "
                      WS-ED-USADO " " WS-ED-PCT " "
                      WS-ED-QTD " " WS-ED-QTD-RET " " WS-ED-RETIDO " "
                      WS-ED-QTD-LIB " " WS-MARCA-EXCEDIDO
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       520-RELATAR-RETENCAO.
           READ LIMRET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF LR-DATA = WS-DATA-RELATORIO
                       PERFORM 525-FORMATAR-RETENCAO
                   END-IF
           END-READ.

      *> JA PAGO DEPOIS DA RETENCAO PREVALECE; SENAO VALE A DECISAO DA
      *> FILA DO LIBPAG
       525-FORMATAR-RETENCAO.
           ADD 1 TO WS-QTD-RETENCOES.
           MOVE "AGUARDANDO" TO WS-DESC-SITUACAO.
           IF LR-SITUACAO = 'U'
               MOVE "PAGO" TO WS-DESC-SITUACAO
           ELSE
               IF WS-LP-ABERTO = 'S'
                   MOVE LR-NUM-DOC TO LP-NUM-DOC
                   MOVE LR-CNPJ-FORN TO LP-CNPJ-FORN
                   READ LIBPEND-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EVALUATE LP-SITUACAO
                               WHEN 'A'
                                   MOVE "LIBERADO" TO WS-DESC-SITUACAO
                               WHEN 'R'
                                   MOVE "RECUSADO" TO WS-DESC-SITUACAO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF.
           MOVE LR-LIMITE TO WS-ED-LIMITE.
           MOVE LR-VALOR TO WS-ED-USADO.
           MOVE SPACES TO WS-LINHA.
           STRING LR-NUM-DOC " " LR-CNPJ-FORN " " LR-PROGRAMA " "
                  LR-CONTA "  " LR-USUARIO " " LR-TIPO-LIMITE
                  WS-ED-LIMITE " " WS-ED-USADO " " WS-DESC-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA.
           IF WS-MODO-BATCH = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..."
                   WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'LIMDIA_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL)
       985-JORNALIZAR-LIMITE.
           MOVE 'LIMDIA' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE LIMDIA-REG TO WS-JRN-IMAGEM(1:49).
           CALL 'JORNAL' USING WS-JORNAL-PARM.
