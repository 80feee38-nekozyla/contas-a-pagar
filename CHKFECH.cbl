       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKFECH.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKFECH-FILE *> Tarefas padrao do checklist de fechamento
               ASSIGN TO 'CHKFECH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CODIGO
               FILE STATUS IS WS-STATUS-CHKFECH.

           SELECT FECHTAR-FILE *> Situacao de cada tarefa por competencia
               ASSIGN TO 'FECHTAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-STATUS-FECHTAR.

           SELECT EVIDFECH-FILE *> Evidencias gravadas pelas rotinas do mes
               ASSIGN TO 'EVIDFECH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVIDFECH.

           SELECT GUIAGER-FILE *> Guias ja geradas por competencia/tributo
               ASSIGN TO 'GUIAGER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIAGER.

           SELECT FECHCOMP-FILE *> Competencias contabeis fechadas
               ASSIGN TO 'FECHCOMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-ANO-MES
               FILE STATUS IS WS-STATUS-FECHCOMP.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do dossie
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> TAREFA PADRAO DO FECHAMENTO: RESPONSAVEL (USUARIO QUE ASSINA;
      *> EM BRANCO QUALQUER UM) E A VERIFICACAO AUTOMATICA DA EVIDENCIA:
      *> 'GLEXTRAT' EXTRATO CONTABIL, 'GLPROV' PROVISAO, 'REINF' ARQUIVO
      *> DA EFD-REINF, 'GUIAS' GUIAS DARF/GPS, 'CONCBCO' CONCILIACAO DO
      *> EXTRATO SEM PENDENCIA, 'DDA' CONCILIACAO DO DDA SEM PENDENCIA;
      *> EM BRANCO A TAREFA E MANUAL E SO PEDE A REFERENCIA DA EVIDENCIA
       FD  CHKFECH-FILE.
       01  CHKFECH-REG.
           05 CK-CODIGO        PIC X(08).
           05 CK-DESCRICAO     PIC X(40).
           05 CK-RESPONSAVEL   PIC X(10).
           05 CK-VERIFICACAO   PIC X(08).
           05 CK-ATIVA         PIC X(01).

      *> UMA LINHA POR TAREFA E COMPETENCIA: 'P' PENDENTE, 'A' ASSINADA,
      *> 'D' DISPENSADA (SEMPRE COM MOTIVO). O CADFECH SO FECHA O MES
      *> QUANDO TODAS AS TAREFAS ATIVAS ESTAO 'A' OU 'D'
       FD  FECHTAR-FILE.
       01  FECHTAR-REG.
           05 FT-CHAVE.
              10 FT-ANO-MES    PIC 9(06).
              10 FT-CODIGO     PIC X(08).
           05 FT-DESCRICAO     PIC X(40).
           05 FT-RESPONSAVEL   PIC X(10).
           05 FT-SITUACAO      PIC X(01).
           05 FT-USUARIO       PIC X(10).
           05 FT-DATA-HORA     PIC 9(14).
           05 FT-MOTIVO        PIC X(60).
           05 FT-EVIDENCIA     PIC X(60).

       FD  EVIDFECH-FILE.
       01  EVIDFECH-REG.
           05 EV-TAREFA         PIC X(08).
           05 EV-DATA-INICIO    PIC 9(08).
           05 EV-DATA-FIM       PIC 9(08).
           05 EV-DATA-HORA      PIC 9(14).
           05 EV-USUARIO        PIC X(10).
           05 EV-PROGRAMA       PIC X(08).
           05 EV-QTD            PIC 9(07).
           05 EV-PENDENTES      PIC 9(07).

       FD  GUIAGER-FILE.
       01  GUIAGER-REG.
           05 GG-COMPETENCIA   PIC 9(06).
           05 GG-TIPO          PIC X(04).
           05 GG-DATA-GERACAO  PIC 9(08).
           05 GG-NUM-DOC       PIC 9(10).
           05 GG-VALOR         PIC 9(10)V99.

       FD  FECHCOMP-FILE.
       01  FECHCOMP-REG.
           05 FC-ANO-MES       PIC 9(06).
           05 FC-DATA-FECHAMENTO PIC 9(08).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CHKFECH        PIC X(2).
          88 STATUS-OK-CK           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CK VALUE '35'.
       01 WS-STATUS-FECHTAR        PIC X(2).
          88 STATUS-OK-FT           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FT VALUE '35'.
       01 WS-STATUS-EVIDFECH       PIC X(2).
          88 STATUS-OK-EV           VALUE '00'.
       01 WS-STATUS-GUIAGER        PIC X(2).
          88 STATUS-OK-GG           VALUE '00'.
       01 WS-STATUS-FECHCOMP       PIC X(2).
          88 STATUS-OK-FC           VALUE '00'.
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

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-OPCAO                 PIC X(01).
       01 WS-ACAO                  PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMA              PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-EVID              PIC X(01).
       01 WS-LINHA                 PIC X(132).

       01 WS-COMPETENCIA           PIC 9(06).
       01 WS-COMPET-FECHADA        PIC X(01).
       01 WS-CODIGO-DIG            PIC X(08).
       01 WS-MOTIVO                PIC X(60).
       01 WS-CK-ABERTO             PIC X(01) VALUE 'N'.
       01 WS-FT-ABERTO             PIC X(01) VALUE 'N'.

      *> PRIMEIRO E ULTIMO DIA REAL DA COMPETENCIA: A EVIDENCIA SO VALE
      *> SE O PERIODO QUE A ROTINA COBRIU CONTEM O MES INTEIRO
       01 WS-MES-INICIO            PIC 9(08).
       01 WS-MES-FIM               PIC 9(08).
       01 WS-PROX-MES              PIC 9(08).
       01 WS-ANO-AUX               PIC 9(04).
       01 WS-MES-AUX               PIC 9(02).

      *> RESULTADO DA VERIFICACAO AUTOMATICA: 'S' EVIDENCIA OK, 'N' NAO
      *> ENCONTRADA OU COM PENDENCIA, 'M' TAREFA MANUAL
       01 WS-VERIF-OK              PIC X(01).
       01 WS-VERIF-TEXTO           PIC X(60).
       01 WS-VERIF-ACHOU           PIC X(01).
       01 WS-VERIF-DATA-HORA       PIC 9(14).
       01 WS-VERIF-QTD             PIC 9(07).
       01 WS-VERIF-PENDENTES       PIC 9(07).
       01 WS-QTD-GUIAS             PIC 9(04).

       01 WS-QTD-TAREFAS           PIC 9(03).
       01 WS-QTD-PENDENTES         PIC 9(03).
       01 WS-QTD-ASSINADAS         PIC 9(03).
       01 WS-QTD-DISPENSADAS       PIC 9(03).
       01 WS-DESCR-SITUACAO        PIC X(10).

      *> TAREFAS GRAVADAS NA PRIMEIRA VEZ QUE O CHECKLIST E USADO; O
      *> SUPERVISOR AJUSTA RESPONSAVEIS E INCLUI AS DEMAIS DEPOIS
       01 WS-PADRAO-INIT.
           05 FILLER PIC X(56) VALUE
              'GLEXTRATExtrato contabil dos pagamentos do mes  GLEXTRAT'.
           05 FILLER PIC X(56) VALUE
              'GLPROV  Provisao das contas em aberto no corte  GLPROV  '.
           05 FILLER PIC X(56) VALUE
              'REINF   Arquivo EFD-Reinf da competencia        REINF   '.
           05 FILLER PIC X(56) VALUE
              'GUIAS   Guias DARF/GPS das retencoes do mes     GUIAS   '.
           05 FILLER PIC X(56) VALUE
              'CONCBCO Conciliacao do extrato bancario         CONCBCO '.
           05 FILLER PIC X(56) VALUE
              'DDA     Conciliacao dos boletos do DDA          DDA     '.
       01 WS-PADRAO-TAB REDEFINES WS-PADRAO-INIT.
           05 WS-PADRAO-ITEM OCCURS 6 TIMES.
              10 WS-PD-CODIGO      PIC X(08).
              10 WS-PD-DESCRICAO   PIC X(40).
              10 WS-PD-VERIFICACAO PIC X(08).
       01 WS-PD-IDX                PIC 9(01).

       PROCEDURE DIVISION.
      *> CHECKLIST DE FECHAMENTO MENSAL: CADA COMPETENCIA RECEBE AS
      *> TAREFAS ATIVAS DO CADASTRO, CADA UMA ASSINADA PELO SEU
      *> RESPONSAVEL (COM A EVIDENCIA CONFERIDA AUTOMATICAMENTE ONDE O
      *> SISTEMA CONSEGUE) OU DISPENSADA PELO SUPERVISOR COM MOTIVO. O
      *> DOSSIE IMPRESSO JUNTA ASSINATURAS E EVIDENCIAS DO MES
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 160-ABRIR-CADASTRO.
           IF WS-CK-ABERTO NOT = 'S'
               PERFORM 850-PAUSA
               GOBACK
           END-IF.
           CLOSE CHKFECH-FILE.
           MOVE 'N' TO WS-CK-ABERTO.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-CHECKLIST UNTIL WS-OPCAO = 'S'.
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

      *> ABRE O CADASTRO DE TAREFAS EM I-O; NA PRIMEIRA VEZ CRIA O
      *> ARQUIVO COM AS TAREFAS PADRAO
       160-ABRIR-CADASTRO.
           OPEN I-O CHKFECH-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CK
               OPEN OUTPUT CHKFECH-FILE
               PERFORM 170-GRAVAR-PADRAO
                   VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 6
               CLOSE CHKFECH-FILE
               OPEN I-O CHKFECH-FILE
           END-IF.
           IF NOT STATUS-OK-CK
               DISPLAY "ERRO ao abrir cadastro do checklist. Status: "
                       WS-STATUS-CHKFECH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-CK-ABERTO.

       170-GRAVAR-PADRAO.
           MOVE WS-PD-CODIGO(WS-PD-IDX) TO CK-CODIGO.
           MOVE WS-PD-DESCRICAO(WS-PD-IDX) TO CK-DESCRICAO.
           MOVE SPACES TO CK-RESPONSAVEL.
           MOVE WS-PD-VERIFICACAO(WS-PD-IDX) TO CK-VERIFICACAO.
           MOVE 'S' TO CK-ATIVA.
           WRITE CHKFECH-REG.

       200-MENU-CHECKLIST.
           DISPLAY "--- Checklist de Fechamento Mensal ---".
           DISPLAY "K - Checklist de uma competencia (assinar/dispensar)".
           DISPLAY "D - Dossie de fechamento".
           DISPLAY "T - Tarefas do checklist (supervisor)".
           DISPLAY "L - Listar tarefas cadastradas".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'K'
                   PERFORM 400-CHECKLIST-COMPETENCIA
               WHEN 'D'
                   PERFORM 500-DOSSIE-FECHAMENTO
               WHEN 'T'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 300-MANTER-TAREFA
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera as "
                               "tarefas do checklist."
                   END-IF
               WHEN 'L'
                   PERFORM 350-LISTAR-TAREFAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> INCLUI OU ALTERA UMA TAREFA. TAREFA NAO SE EXCLUI: DESATIVADA
      *> ELA DEIXA DE ENTRAR NAS COMPETENCIAS NOVAS E DE BARRAR O
      *> FECHAMENTO, MAS O HISTORICO DOS MESES ANTERIORES FICA
       300-MANTER-TAREFA.
           PERFORM 160-ABRIR-CADASTRO.
           IF WS-CK-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da tarefa: " WITH NO ADVANCING.
           ACCEPT CK-CODIGO.
           MOVE FUNCTION UPPER-CASE(CK-CODIGO) TO CK-CODIGO.
           IF CK-CODIGO = SPACES
               CLOSE CHKFECH-FILE
               MOVE 'N' TO WS-CK-ABERTO
               EXIT PARAGRAPH
           END-IF.
           READ CHKFECH-FILE
               INVALID KEY
                   DISPLAY "Tarefa nova."
                   MOVE SPACES TO CK-DESCRICAO CK-RESPONSAVEL
                                  CK-VERIFICACAO
                   MOVE 'S' TO CK-ATIVA
                   MOVE 'N' TO WS-CONFIRMA
               NOT INVALID KEY
                   DISPLAY "Descricao   : " CK-DESCRICAO
                   DISPLAY "Responsavel : " CK-RESPONSAVEL
                   DISPLAY "Verificacao : " CK-VERIFICACAO
                   DISPLAY "Ativa       : " CK-ATIVA
                   MOVE 'S' TO WS-CONFIRMA
           END-READ.

           DISPLAY "Descricao (ENTER mantem): " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO CK-DESCRICAO
           END-IF.
           DISPLAY "Responsavel - usuario (ENTER mantem, '*' qualquer): "
                   WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = '*'
               MOVE SPACES TO CK-RESPONSAVEL
           ELSE
               IF WS-MOTIVO NOT = SPACES
                   MOVE WS-MOTIVO TO CK-RESPONSAVEL
               END-IF
           END-IF.
           DISPLAY "Verificacao automatica (GLEXTRAT/GLPROV/REINF/GUIAS/"
                   "CONCBCO/DDA, 'M' manual, ENTER mantem): "
                   WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN SPACES
                   CONTINUE
               WHEN 'M'
                   MOVE SPACES TO CK-VERIFICACAO
               WHEN 'GLEXTRAT'
               WHEN 'GLPROV'
               WHEN 'REINF'
               WHEN 'GUIAS'
               WHEN 'CONCBCO'
               WHEN 'DDA'
                   MOVE WS-MOTIVO TO CK-VERIFICACAO
               WHEN OTHER
                   DISPLAY "AVISO: verificacao desconhecida, mantida "
                           "a anterior."
           END-EVALUATE.
           DISPLAY "Ativa (S/N, ENTER mantem): " WITH NO ADVANCING.
           ACCEPT WS-ACAO.
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO.
           IF WS-ACAO = 'S' OR WS-ACAO = 'N'
               MOVE WS-ACAO TO CK-ATIVA
           END-IF.

           IF CK-DESCRICAO = SPACES
               DISPLAY "ERRO: a descricao da tarefa e obrigatoria."
           ELSE
               IF WS-CONFIRMA = 'S'
                   REWRITE CHKFECH-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar a tarefa. Status: "
                                   WS-STATUS-CHKFECH
                       NOT INVALID KEY
                           DISPLAY "Tarefa " CK-CODIGO " alterada."
                   END-REWRITE
               ELSE
                   WRITE CHKFECH-REG
                       INVALID KEY
                           DISPLAY "ERRO ao incluir a tarefa. Status: "
                                   WS-STATUS-CHKFECH
                       NOT INVALID KEY
                           DISPLAY "Tarefa " CK-CODIGO " incluida."
                   END-WRITE
               END-IF
           END-IF.
           CLOSE CHKFECH-FILE.
           MOVE 'N' TO WS-CK-ABERTO.

       350-LISTAR-TAREFAS.
           PERFORM 160-ABRIR-CADASTRO.
           IF WS-CK-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO   DESCRICAO                                "
                   "RESPONSAV. VERIFIC. ATIVA".
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CK-CODIGO.
           START CHKFECH-FILE KEY IS GREATER THAN CK-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 360-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CHKFECH-FILE.
           MOVE 'N' TO WS-CK-ABERTO.
           PERFORM 850-PAUSA.

       360-LISTAR-PROXIMA.
           READ CHKFECH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY CK-CODIGO " " CK-DESCRICAO " " CK-RESPONSAVEL
                           " " CK-VERIFICACAO " " CK-ATIVA
           END-READ.

      *> MOSTRA O CHECKLIST DA COMPETENCIA (CRIANDO COMO PENDENTES AS
      *> TAREFAS ATIVAS QUE AINDA NAO TEM LINHA NO MES) E RECEBE AS
      *> ASSINATURAS E DISPENSAS. MES JA FECHADO SO PODE SER CONSULTADO
       400-CHECKLIST-COMPETENCIA.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA(5:2) < '01' OR WS-COMPETENCIA(5:2) > '12'
               DISPLAY "ERRO: competencia invalida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-CALCULAR-MES.
           PERFORM 760-VERIFICAR-FECHADA.
           PERFORM 420-ABRIR-ARQUIVOS.
           IF WS-FT-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 430-MOSTRAR-CHECKLIST.
           IF WS-COMPET-FECHADA = 'S'
               DISPLAY "Competencia ja fechada: checklist somente para "
                       "consulta."
               PERFORM 490-FECHAR-ARQUIVOS
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'X' TO WS-CODIGO-DIG.
           PERFORM 440-ACAO-TAREFA UNTIL WS-CODIGO-DIG = SPACES.
           PERFORM 490-FECHAR-ARQUIVOS.

       420-ABRIR-ARQUIVOS.
           PERFORM 160-ABRIR-CADASTRO.
           IF WS-CK-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FECHTAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FT
               OPEN OUTPUT FECHTAR-FILE
               CLOSE FECHTAR-FILE
               OPEN I-O FECHTAR-FILE
           END-IF.
           IF NOT STATUS-OK-FT
               DISPLAY "ERRO ao abrir checklist das competencias. "
                       "Status: " WS-STATUS-FECHTAR
               CLOSE CHKFECH-FILE
               MOVE 'N' TO WS-CK-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-FT-ABERTO.

      *> PERCORRE AS TAREFAS DO CADASTRO; A TAREFA ATIVA SEM LINHA NO
      *> MES GANHA UMA PENDENTE (SO EM MES ABERTO). TAREFA INATIVA COM
      *> LINHA NO MES CONTINUA APARECENDO, MAS NAO BARRA O FECHAMENTO
       430-MOSTRAR-CHECKLIST.
           MOVE ZERO TO WS-QTD-TAREFAS WS-QTD-PENDENTES
                        WS-QTD-ASSINADAS WS-QTD-DISPENSADAS.
           DISPLAY "--- Checklist da competencia " WS-COMPETENCIA " ---".
           DISPLAY "CODIGO   DESCRICAO                                "
                   "RESPONSAV. SITUACAO   EVIDENCIA".
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CK-CODIGO.
           START CHKFECH-FILE KEY IS GREATER THAN CK-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 435-MOSTRAR-TAREFA UNTIL WS-FIM-LEITURA = 'Y'.
           DISPLAY "Tarefas: " WS-QTD-TAREFAS "  assinadas: "
                   WS-QTD-ASSINADAS "  dispensadas: " WS-QTD-DISPENSADAS
                   "  pendentes: " WS-QTD-PENDENTES.

       435-MOSTRAR-TAREFA.
           READ CHKFECH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-COMPETENCIA TO FT-ANO-MES.
           MOVE CK-CODIGO TO FT-CODIGO.
           READ FECHTAR-FILE
               INVALID KEY
                   IF CK-ATIVA NOT = 'S' OR WS-COMPET-FECHADA = 'S'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CK-DESCRICAO TO FT-DESCRICAO
                   MOVE CK-RESPONSAVEL TO FT-RESPONSAVEL
                   MOVE 'P' TO FT-SITUACAO
                   MOVE SPACES TO FT-USUARIO FT-MOTIVO FT-EVIDENCIA
                   MOVE ZERO TO FT-DATA-HORA
                   WRITE FECHTAR-REG
           END-READ.
      *> ENQUANTO PENDENTE A LINHA ACOMPANHA O CADASTRO (RESPONSAVEL
      *> TROCADO PELO SUPERVISOR VALE PARA O MES EM ANDAMENTO)
           IF FT-SITUACAO = 'P' AND WS-COMPET-FECHADA NOT = 'S' AND
                   (FT-DESCRICAO NOT = CK-DESCRICAO OR
                    FT-RESPONSAVEL NOT = CK-RESPONSAVEL)
               MOVE CK-DESCRICAO TO FT-DESCRICAO
               MOVE CK-RESPONSAVEL TO FT-RESPONSAVEL
               REWRITE FECHTAR-REG
           END-IF.
           ADD 1 TO WS-QTD-TAREFAS.
           PERFORM 800-DESCREVER-SITUACAO.
           IF FT-SITUACAO = 'P'
               PERFORM 700-VERIFICAR-EVIDENCIA
               IF CK-ATIVA = 'S'
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           ELSE
               MOVE FT-EVIDENCIA TO WS-VERIF-TEXTO
               IF FT-SITUACAO = 'D'
                   MOVE FT-MOTIVO TO WS-VERIF-TEXTO
               END-IF
           END-IF.
           DISPLAY FT-CODIGO " " FT-DESCRICAO " " FT-RESPONSAVEL " "
                   WS-DESCR-SITUACAO " " WS-VERIF-TEXTO.

      *> A ASSINATURA E DO RESPONSAVEL (OU DO SUPERVISOR) E SO PASSA
      *> COM A EVIDENCIA AUTOMATICA OK; A DISPENSA E SO DO SUPERVISOR,
      *> SEMPRE COM MOTIVO. 'P' DEVOLVE A TAREFA A PENDENTE QUANDO A
      *> ROTINA PRECISA SER REFEITA
       440-ACAO-TAREFA.
           DISPLAY "Codigo da tarefa (ENTER para voltar): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-DIG.
           ACCEPT WS-CODIGO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-DIG) TO WS-CODIGO-DIG.
           IF WS-CODIGO-DIG = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO-DIG TO CK-CODIGO.
           READ CHKFECH-FILE
               INVALID KEY
                   DISPLAY "ERRO: tarefa nao cadastrada."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-COMPETENCIA TO FT-ANO-MES.
           MOVE WS-CODIGO-DIG TO FT-CODIGO.
           READ FECHTAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: tarefa fora do checklist deste mes."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 800-DESCREVER-SITUACAO.
           DISPLAY "A - Assinar  D - Dispensar  P - Voltar a pendente: "
                   WITH NO ADVANCING.
           ACCEPT WS-ACAO.
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO.
           EVALUATE WS-ACAO
               WHEN 'A'
                   PERFORM 450-ASSINAR-TAREFA
               WHEN 'D'
                   PERFORM 460-DISPENSAR-TAREFA
               WHEN 'P'
                   PERFORM 470-VOLTAR-PENDENTE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       450-ASSINAR-TAREFA.
           IF FT-SITUACAO NOT = 'P'
               DISPLAY "ERRO: a tarefa ja esta " WS-DESCR-SITUACAO "."
               EXIT PARAGRAPH
           END-IF.
           IF FT-RESPONSAVEL NOT = SPACES AND
                   FT-RESPONSAVEL NOT = WS-USUARIO-SESSAO AND
                   WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: somente " FT-RESPONSAVEL
                       " ou o supervisor assina esta tarefa."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-VERIFICAR-EVIDENCIA.
           IF WS-VERIF-OK = 'N'
               DISPLAY "ERRO: evidencia nao confirmada -- "
                       WS-VERIF-TEXTO
               DISPLAY "Refaca a rotina ou peca ao supervisor a "
                       "dispensa com motivo."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VERIF-OK = 'M'
               MOVE SPACES TO WS-VERIF-TEXTO
               PERFORM 455-DIGITAR-EVIDENCIA
                   UNTIL WS-VERIF-TEXTO NOT = SPACES
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'A' TO FT-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO FT-USUARIO.
           MOVE WS-DH-DATA TO FT-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FT-DATA-HORA(9:6).
           MOVE WS-VERIF-TEXTO TO FT-EVIDENCIA.
           MOVE SPACES TO FT-MOTIVO.
           REWRITE FECHTAR-REG
               INVALID KEY
                   DISPLAY "ERRO ao assinar a tarefa. Status: "
                           WS-STATUS-FECHTAR
               NOT INVALID KEY
                   DISPLAY "Tarefa " FT-CODIGO " assinada."
           END-REWRITE.

       455-DIGITAR-EVIDENCIA.
           DISPLAY "Referencia da evidencia (obrigatoria): "
                   WITH NO ADVANCING.
           ACCEPT WS-VERIF-TEXTO.

       460-DISPENSAR-TAREFA.
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: somente o supervisor dispensa uma tarefa."
               EXIT PARAGRAPH
           END-IF.
           IF FT-SITUACAO NOT = 'P'
               DISPLAY "ERRO: a tarefa ja esta " WS-DESCR-SITUACAO "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 465-DIGITAR-MOTIVO UNTIL WS-MOTIVO NOT = SPACES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'D' TO FT-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO FT-USUARIO.
           MOVE WS-DH-DATA TO FT-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO FT-DATA-HORA(9:6).
           MOVE WS-MOTIVO TO FT-MOTIVO.
           MOVE SPACES TO FT-EVIDENCIA.
           REWRITE FECHTAR-REG
               INVALID KEY
                   DISPLAY "ERRO ao dispensar a tarefa. Status: "
                           WS-STATUS-FECHTAR
               NOT INVALID KEY
                   DISPLAY "Tarefa " FT-CODIGO " dispensada."
           END-REWRITE.

       465-DIGITAR-MOTIVO.
           DISPLAY "Motivo da dispensa (obrigatorio): " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

       470-VOLTAR-PENDENTE.
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ERRO: somente o supervisor reabre uma tarefa."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO FT-SITUACAO.
           MOVE SPACES TO FT-USUARIO FT-MOTIVO FT-EVIDENCIA.
           MOVE ZERO TO FT-DATA-HORA.
           REWRITE FECHTAR-REG
               INVALID KEY
                   DISPLAY "ERRO ao reabrir a tarefa. Status: "
                           WS-STATUS-FECHTAR
               NOT INVALID KEY
                   DISPLAY "Tarefa " FT-CODIGO " voltou a pendente."
           END-REWRITE.

       490-FECHAR-ARQUIVOS.
           CLOSE FECHTAR-FILE.
           MOVE 'N' TO WS-FT-ABERTO.
           CLOSE CHKFECH-FILE.
           MOVE 'N' TO WS-CK-ABERTO.

      *> DOSSIE DA COMPETENCIA PARA O ARQUIVO DA CONTABILIDADE: CADA
      *> TAREFA COM QUEM ASSINOU OU DISPENSOU, QUANDO E COM QUE
      *> EVIDENCIA OU MOTIVO, SEGUIDO DE TODAS AS EXECUCOES DAS ROTINAS
      *> QUE COBRIRAM O MES E DA SITUACAO DO FECHAMENTO
       500-DOSSIE-FECHAMENTO.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           PERFORM 750-CALCULAR-MES.
           PERFORM 760-VERIFICAR-FECHADA.
           OPEN INPUT FECHTAR-FILE.
           IF NOT STATUS-OK-FT
               DISPLAY "AVISO: nenhum checklist iniciado ainda."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO WS-LINHA.
           STRING "DOSSIE DE FECHAMENTO DA COMPETENCIA " WS-COMPETENCIA
                  " - EMITIDO EM " WS-DH-DATA " POR " WS-USUARIO-SESSAO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-COMPET-FECHADA = 'S'
               STRING "SITUACAO: FECHADA EM " FC-DATA-FECHAMENTO
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               MOVE "SITUACAO: EM ABERTO" TO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TAREFA   DESCRICAO                                "
                  "SITUACAO   USUARIO    DATA/HORA"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-TAREFAS WS-QTD-PENDENTES
                        WS-QTD-ASSINADAS WS-QTD-DISPENSADAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-COMPETENCIA TO FT-ANO-MES.
           MOVE LOW-VALUES TO FT-CODIGO.
           START FECHTAR-FILE KEY IS GREATER THAN FT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-DOSSIE-TAREFA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FECHTAR-FILE.
           MOVE SPACES TO WS-LINHA.
           STRING "Tarefas: " WS-QTD-TAREFAS "  assinadas: "
                  WS-QTD-ASSINADAS "  dispensadas: " WS-QTD-DISPENSADAS
                  "  pendentes: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "EXECUCOES DAS ROTINAS QUE COBRIRAM O MES" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TAREFA   PERIODO           EXECUTADA EM   USUARIO    "
                  "PROGRAMA    QTDE PENDENTES"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           OPEN INPUT EVIDFECH-FILE.
           IF STATUS-OK-EV
               MOVE 'N' TO WS-FIM-EVID
               PERFORM 520-DOSSIE-EVIDENCIA UNTIL WS-FIM-EVID = 'Y'
           END-IF.
           CLOSE EVIDFECH-FILE.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do dossie gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

       510-DOSSIE-TAREFA.
           READ FECHTAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF FT-ANO-MES NOT = WS-COMPETENCIA
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-TAREFAS.
           PERFORM 800-DESCREVER-SITUACAO.
           IF FT-SITUACAO = 'P'
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING FT-CODIGO " " FT-DESCRICAO " " WS-DESCR-SITUACAO " "
                  FT-USUARIO " " FT-DATA-HORA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           EVALUATE FT-SITUACAO
               WHEN 'A'
                   STRING "         Evidencia: " FT-EVIDENCIA
                       DELIMITED BY SIZE INTO WS-LINHA
               WHEN 'D'
                   STRING "         Motivo da dispensa: " FT-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINHA
               WHEN OTHER
                   STRING "         Responsavel: " FT-RESPONSAVEL
                       DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           PERFORM 890-EMITIR-LINHA.

       520-DOSSIE-EVIDENCIA.
           READ EVIDFECH-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-EVID
                   EXIT PARAGRAPH
           END-READ.
           IF EV-DATA-INICIO > WS-MES-INICIO OR EV-DATA-FIM < WS-MES-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING EV-TAREFA " " EV-DATA-INICIO "-" EV-DATA-FIM " "
                  EV-DATA-HORA " " EV-USUARIO " " EV-PROGRAMA " "
                  EV-QTD " " EV-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> CONFERE A EVIDENCIA DA TAREFA NO MES. PARA AS ROTINAS QUE
      *> GRAVAM EVIDFECH VALE A EXECUCAO MAIS RECENTE QUE COBRIU O MES
      *> INTEIRO, E ELA TEM DE TER TERMINADO SEM PENDENCIA (REJEITADOS
      *> NO EXTRATO, LINHAS SEM PAR NA CONCILIACAO). AS GUIAS SAO
      *> CONFERIDAS DIRETO NO GUIAGER DO DARFGPS
       700-VERIFICAR-EVIDENCIA.
           MOVE SPACES TO WS-VERIF-TEXTO.
           EVALUATE CK-VERIFICACAO
               WHEN SPACES
                   MOVE 'M' TO WS-VERIF-OK
                   MOVE "(tarefa manual)" TO WS-VERIF-TEXTO
               WHEN 'GUIAS'
                   PERFORM 720-VERIFICAR-GUIAS
               WHEN OTHER
                   PERFORM 710-VERIFICAR-EXECUCAO
           END-EVALUATE.

       710-VERIFICAR-EXECUCAO.
           MOVE 'N' TO WS-VERIF-OK WS-VERIF-ACHOU.
           OPEN INPUT EVIDFECH-FILE.
           IF STATUS-OK-EV
               MOVE 'N' TO WS-FIM-EVID
               PERFORM 715-LER-EVIDENCIA UNTIL WS-FIM-EVID = 'Y'
           END-IF.
           CLOSE EVIDFECH-FILE.
           IF WS-VERIF-ACHOU = 'N'
               STRING "sem execucao de " CK-VERIFICACAO
                      " cobrindo o mes"
                   DELIMITED BY SIZE INTO WS-VERIF-TEXTO
               EXIT PARAGRAPH
           END-IF.
           IF WS-VERIF-PENDENTES > ZERO
               STRING CK-VERIFICACAO " em " WS-VERIF-DATA-HORA
                      " com " WS-VERIF-PENDENTES " pendente(s)"
                   DELIMITED BY SIZE INTO WS-VERIF-TEXTO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-VERIF-OK.
           STRING CK-VERIFICACAO " em " WS-VERIF-DATA-HORA " qtde "
                  WS-VERIF-QTD " sem pendencia"
               DELIMITED BY SIZE INTO WS-VERIF-TEXTO.

       715-LER-EVIDENCIA.
           READ EVIDFECH-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-EVID
                   EXIT PARAGRAPH
           END-READ.
           IF EV-TAREFA = CK-VERIFICACAO AND
                   EV-DATA-INICIO <= WS-MES-INICIO AND
                   EV-DATA-FIM >= WS-MES-FIM
               MOVE 'S' TO WS-VERIF-ACHOU
               MOVE EV-DATA-HORA TO WS-VERIF-DATA-HORA
               MOVE EV-QTD TO WS-VERIF-QTD
               MOVE EV-PENDENTES TO WS-VERIF-PENDENTES
           END-IF.

       720-VERIFICAR-GUIAS.
           MOVE 'N' TO WS-VERIF-OK.
           MOVE ZERO TO WS-QTD-GUIAS.
           OPEN INPUT GUIAGER-FILE.
           IF STATUS-OK-GG
               MOVE 'N' TO WS-FIM-EVID
               PERFORM 725-LER-GUIA UNTIL WS-FIM-EVID = 'Y'
           END-IF.
           CLOSE GUIAGER-FILE.
           IF WS-QTD-GUIAS = ZERO
               MOVE "nenhuma guia DARF/GPS gerada na competencia"
                   TO WS-VERIF-TEXTO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-VERIF-OK.
           STRING WS-QTD-GUIAS " guia(s) DARF/GPS gerada(s) na "
                  "competencia"
               DELIMITED BY SIZE INTO WS-VERIF-TEXTO.

       725-LER-GUIA.
           READ GUIAGER-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-EVID
               NOT AT END
                   IF GG-COMPETENCIA = WS-COMPETENCIA
                       ADD 1 TO WS-QTD-GUIAS
                   END-IF
           END-READ.

      *> PRIMEIRO E ULTIMO DIA REAL DA COMPETENCIA (VESPERA DO DIA 1
      *> DO MES SEGUINTE)
       750-CALCULAR-MES.
           COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1.
           MOVE WS-COMPETENCIA(1:4) TO WS-ANO-AUX.
           MOVE WS-COMPETENCIA(5:2) TO WS-MES-AUX.
           IF WS-MES-AUX = 12
               ADD 1 TO WS-ANO-AUX
               MOVE 1 TO WS-MES-AUX
           ELSE
               ADD 1 TO WS-MES-AUX
           END-IF.
           COMPUTE WS-PROX-MES = WS-ANO-AUX * 10000 + WS-MES-AUX * 100
                   + 1.
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1).

       760-VERIFICAR-FECHADA.
           MOVE 'N' TO WS-COMPET-FECHADA.
           OPEN INPUT FECHCOMP-FILE.
           IF STATUS-OK-FC
               MOVE WS-COMPETENCIA TO FC-ANO-MES
               READ FECHCOMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-COMPET-FECHADA
               END-READ
           END-IF.
           CLOSE FECHCOMP-FILE.

       800-DESCREVER-SITUACAO.
           EVALUATE FT-SITUACAO
               WHEN 'A'
                   MOVE "assinada" TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-QTD-ASSINADAS
               WHEN 'D'
                   MOVE "dispensada" TO WS-DESCR-SITUACAO
                   ADD 1 TO WS-QTD-DISPENSADAS
               WHEN OTHER
                   MOVE "pendente" TO WS-DESCR-SITUACAO
           END-EVALUATE.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'CHKFECH_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
