               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT SALDOFOR-FILE *> Lido pelo painel de indicadores da entrada
               ASSIGN TO 'SALDOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CNPJ-FORN
               FILE STATUS IS WS-STATUS-SALDOFOR.

           SELECT SALDODOC-FILE *> Lido pelo painel de indicadores da entrada
               ASSIGN TO 'SALDODOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               ALTERNATE RECORD KEY IS SD-CHAVE-FORN-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS SD-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-SALDODOC.

           SELECT FORNECEDORES-FILE *> Lido pelo painel de indicadores da entrada
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MARCVCTL.

           SELECT BATALERT-FILE *> Alertas de desempenho da rodada noturna
               ASSIGN TO 'BATALERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATALERT.

           SELECT COMPANHIA-FILE *> Empresas do grupo (CADCIA)
               ASSIGN TO 'COMPANHIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CODIGO
               FILE STATUS IS WS-STATUS-COMPANHIA.

           SELECT USUCIA-FILE *> Empresas liberadas para cada usuario
               ASSIGN TO 'USUCIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CHAVE
               FILE STATUS IS WS-STATUS-USUCIA.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-FILE.
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

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  SALDOFOR-FILE.
       01  SALDOFOR-REG.
           05 SF-CNPJ-FORN        PIC 9(14).
           05 SF-SALDO-ABERTO     PIC 9(12)V99.
           05 SF-QTD-ABERTO       PIC 9(06).
           05 SF-SALDO-VENCIDO    PIC 9(12)V99.
           05 SF-QTD-VENCIDO      PIC 9(06).
           05 SF-VENC-MAIS-ANTIGO PIC 9(08).
           05 SF-DATA-ULT-PGTO    PIC 9(08).
           05 SF-DATA-ATUALIZACAO PIC 9(08).

       FD  SALDODOC-FILE.
       01  SALDODOC-REG.
           05 SD-CHAVE.
              10 SD-NUM-DOC       PIC 9(10).
              10 SD-CNPJ-FORN     PIC 9(14).
           05 SD-CHAVE-FORN-VENC.
              10 SD-CNPJ-VENC     PIC 9(14).
              10 SD-VENC-FORN     PIC 9(08).
           05 SD-DATA-VENC        PIC 9(08).
           05 SD-SITUACAO         PIC X(01).
           05 SD-SALDO            PIC 9(10)V99.

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  SESSATIV-FILE.
       01  SESSATIV-REG.
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

       FD  MARCVCTL-FILE.
       01  MARCVCTL-REG.
           05 MC-DATA-ULTIMA-RODADA PIC 9(08).

       FD  BATALERT-FILE.
       01  BATALERT-REG.
           05 BA-DATA-HORA      PIC 9(14).
           05 BA-PASSO          PIC X(08).
           05 BA-TIPO           PIC X(01).
           05 BA-DURACAO        PIC 9(06).
           05 BA-MEDIA          PIC 9(06).
           05 BA-JANELA         PIC 9(04).

       FD  COMPANHIA-FILE.
       01  COMPANHIA-REG.
           05 CI-CODIGO            PIC 9(02).
           05 CI-RAZAO-SOCIAL      PIC X(40).
           05 CI-CNPJ-RAIZ         PIC 9(08).
           05 CI-DIRETORIO         PIC X(30).
           05 CI-FORN-COMPARTILHADO PIC X(01).
           05 CI-SITUACAO          PIC X(01).
           05 CI-DATA-CADASTRO     PIC 9(08).

       FD  USUCIA-FILE.
       01  USUCIA-REG.
           05 UC-CHAVE.
              10 UC-USUARIO        PIC X(10).
              10 UC-CIA            PIC 9(02).
           05 UC-PERFIL            PIC X(01).
           05 UC-LIBERADO-POR      PIC X(10).
           05 UC-DATA-LIBERACAO    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-USUARIOS   PIC X(2).
           88 STATUS-OK-US           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-LG VALUE '35'.
       01 WS-STATUS-SESSAO     PIC X(2).
           88 STATUS-OK-SS            VALUE '00'.
       01 WS-STATUS-SALDOFOR   PIC X(2).
           88 STATUS-OK-SF            VALUE '00'.
       01 WS-STATUS-SALDODOC   PIC X(2).
           88 STATUS-OK-SD            VALUE '00'.
       01 WS-STATUS-FORNECEDORES PIC X(2).
           88 STATUS-OK-FORN          VALUE '00'.
       01 WS-STATUS-MARCVCTL   PIC X(2).
       01 WS-STATUS-SESSATIV   PIC X(2).
           88 STATUS-OK-SA            VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-SA VALUE '35'.
       01 WS-STATUS-COMPANHIA  PIC X(2).
           88 STATUS-OK-CI            VALUE '00'.
       01 WS-STATUS-BATALERT   PIC X(2).
           88 STATUS-OK-BA            VALUE '00'.
       01 WS-STATUS-USUCIA     PIC X(2).
           88 STATUS-OK-UC            VALUE '00'.

      *> EMPRESAS DO GRUPO: CADA UMA COM O SEU DIRETORIO DE ARQUIVOS.
      *> DEPOIS DO LOGIN O MENU ENTRA NO DIRETORIO DA EMPRESA ESCOLHIDA,
      *> E TODO PROGRAMA CHAMADO DAI EM DIANTE USA OS ARQUIVOS DELA. SEM
      *> CADASTRO DE EMPRESAS, FICA TUDO NO DIRETORIO PRINCIPAL COMO
      *> SEMPRE FOI
       01 WS-DIR-RAIZ          PIC X(200) EXTERNAL.
       01 WS-DIR-DESTINO       PIC X(232).
       01 WS-RC-DIR            PIC S9(09) COMP-5.
       01 WS-EMPRESA-CODIGO    PIC 9(02) VALUE ZERO.
       01 WS-EMPRESA-RAZAO     PIC X(40) VALUE SPACES.
       01 WS-EMP-QTD           PIC 9(02) VALUE ZERO.
       01 WS-EMP-IDX           PIC 9(02).
       01 WS-EMP-ESCOLHIDA     PIC 9(02).
       01 WS-EMP-CODIGO-DIG    PIC 9(02).
       01 WS-EMP-FIM           PIC X(01).
       01 WS-EMP-TAB.
           05 WS-EMP-ITEM OCCURS 50 TIMES.
              10 WS-EMP-CODIGO    PIC 9(02).
              10 WS-EMP-RAZAO     PIC X(40).
              10 WS-EMP-DIRETORIO PIC X(30).
              10 WS-EMP-PERFIL    PIC X(01).

      *> AVISO DE CAPACIDADE NO PAINEL DE ENTRADA: OS ARQUIVOS QUE JA
      *> ENCHERAM O DISCO UMA VEZ SAO MEDIDOS NO LOGIN E O ESTOURO DO
       01 WS-SENHA-I           PIC 9(02).
       01 WS-SENHA-CH          PIC X(01).
       01 WS-IDADE-SENHA       PIC S9(05) COMP.
       01 WS-SENHA-REPETIDA    PIC X(01).
       01 WS-SENHA-J           PIC 9(01).

      *> O CADASTRO GUARDA SO SAL + RESUMO DA SENHA (SENHACRP); A
      *> CONFERENCIA DO LOGIN E A CRITICA DE REUSO PASSAM POR LA
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO     PIC X(01).
           05 WS-SH-SENHA      PIC X(10).
           05 WS-SH-GRAVADA    PIC X(26).
           05 WS-SH-CONFERE    PIC X(01).
       01 WS-DATA-HOJE-LOGIN   PIC 9(08).

      *> A VARREDURA DE SESSOES DO LOGIN CHAMA O SESSMON EM MODO
       01 WS-TOTAL-VENCIDAS    PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-SEMANA      PIC 9(12)V99 VALUE ZERO.
       01 WS-QTD-PENDENTES     PIC 9(05) VALUE ZERO.
       01 WS-SALDO-PARM.
           05 WS-SLD-PROGRAMA      PIC X(08) VALUE 'MENU'.
           05 WS-SLD-ARQUIVO       PIC X(12) VALUE 'SALDOFOR'.
           05 WS-SLD-OPERACAO      PIC X(01) VALUE 'M'.
           05 WS-SLD-IMAGEM        PIC X(290) VALUE SPACES.
       01 WS-DATA-HOJE         PIC 9(08).
       01 WS-HOJE-INT          PIC S9(09) COMP.
       01 WS-LIMITE-INT        PIC S9(09) COMP.
       01 WS-DATA-LIMITE       PIC 9(08).
      *> ALERTAS DA ULTIMA RODADA NOTURNA (DE ONTEM PARA HOJE)
       01 WS-DATA-ONTEM        PIC 9(08).
       01 WS-QTD-ALERTAS-BATCH PIC 9(03).

       01 WS-OPCAO PIC 9(02).
       01 WS-USUARIO-LOGADO    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0 BY VALUE 200
               BY REFERENCE WS-DIR-RAIZ RETURNING WS-RC-DIR.
           PERFORM 050-LOGIN.
           IF WS-LOGIN-OK NOT = 'S'
               STOP RUN
           END-IF.
           PERFORM 058-SELECIONAR-EMPRESA.
           IF WS-LOGIN-OK NOT = 'S'
               STOP RUN
           END-IF.
      *> NA PRIMEIRA ENTRADA DA EMPRESA O RESUMO DE SALDO POR
      *> FORNECEDOR AINDA NAO EXISTE: E MONTADO AQUI UMA UNICA VEZ
           CALL 'SALDOFOR' USING WS-SALDO-PARM.
           PERFORM 070-GRAVAR-SESSAO.
      *> ANTES DE REGISTRAR A PROPRIA SESSAO, A VARREDURA DO SESSMON
      *> EXPIRA AS SESSOES FANTASMAS DEIXADAS POR TERMINAL CAIDO
               DISPLAY "============================================="
               DISPLAY "    SISTEMA DE CONTAS A PAGAR"
               DISPLAY "    Usuario: " WS-USUARIO-LOGADO
               IF WS-EMPRESA-CODIGO NOT = ZERO
                   DISPLAY "    Empresa: " WS-EMPRESA-CODIGO " - "
                           WS-EMPRESA-RAZAO
               END-IF
               DISPLAY "============================================="
               DISPLAY "1 - Cadastro de Fornecedores"
               DISPLAY "2 - Lancamento de Contas"
               DISPLAY "52 - Avisos de Pagamento a Fornecedores"
               DISPLAY "53 - Auditoria da Sequencia de Documentos"
               DISPLAY "54 - Auditoria de Anexos Digitalizados"
               DISPLAY "55 - Conflitos de Segregacao de Funcoes"
               DISPLAY "56 - Ordens Judiciais de Penhora"
               DISPLAY "57 - Cessao de Credito (Titulos Cedidos)"
               DISPLAY "58 - Fornecedores em Recuperacao Judicial"
               DISPLAY "59 - Emprestimos e Financiamentos"
               DISPLAY "60 - Importar Opcao pelo Simples Nacional"
               DISPLAY "61 - Recebimento de Mercadorias e Servicos"
               DISPLAY "62 - Manifestacao do Destinatario (NF-e)"
               DISPLAY "63 - Protestos em Cartorio e Cartas de Anuencia"
               DISPLAY "64 - Encontro de Contas com Clientes"
               DISPLAY "65 - Fundo Fixo de Caixa"
               DISPLAY "66 - Fatura de Cartao Corporativo"
               DISPLAY "67 - Instalacoes de Concessionarias"
               DISPLAY "68 - Acordos de Bonificacao por Volume"
               DISPLAY "69 - Rateio de Contas entre Filiais"
               DISPLAY "70 - Reclassificacao de Centro/Natureza"
               DISPLAY "71 - Preparacao do Orcamento Anual"
               DISPLAY "72 - Empresas do Grupo e Acessos"
               DISPLAY "73 - Fotografia Mensal de Contas em Aberto"
               DISPLAY "74 - Indicadores de Prazo (DPO) - Tendencia"
               DISPLAY "75 - Causa-Raiz dos Encargos por Atraso"
               DISPLAY "76 - Prazo (SLA) das Aprovacoes - Escalonar"
               DISPLAY "77 - Cumprimento do SLA por Aprovador"
               DISPLAY "78 - Protocolo de Chegada de Faturas"
               DISPLAY "79 - Chegada de Faturas e Prazo Negociado"
               DISPLAY "80 - Checklist de Fechamento Mensal"
               DISPLAY "81 - Amostragem de Pagamentos (Auditoria)"
               DISPLAY "82 - Classificacao de Risco de Fornecedores"
               DISPLAY "83 - Sancoes CEIS/CNEP (Importacao e Liberacao)"
               DISPLAY "84 - Limites Diarios de Pagamento"
               DISPLAY "85 - Roteamento bancario da agenda"
               DISPLAY "86 - Transferencias entre contas da empresa"
               DISPLAY "87 - Positive pay de cheques"
               DISPLAY "88 - Desempenho da rodada noturna"
               DISPLAY "89 - Arquivo de saude para monitoracao"
               DISPLAY "90 - Historico de backups e verificacao"
               DISPLAY "99 - Sair"
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING *> NÃ£o pular linha
               ACCEPT WS-OPCAO
                   WHEN 54
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'AUDANEXO'
                   WHEN 55
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'AUDSEGR'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 56
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADPENH'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 57
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADCESS'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 58
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADRJ'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 59
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADEMPR'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 60
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'IMPSIMP'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 61
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'CADRECEB'
                   WHEN 62
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'MANIFNFE'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 63
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'CADPROT'
                   WHEN 64
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'ENCONTRO'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 65
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'FUNDOFIX'
                   WHEN 66
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'CARTAOCP'
                   WHEN 67
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'CADINST'
                   WHEN 68
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADBONIF'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 69
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'INTERFIL'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 70
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'RECLASS'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 71
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'ORCPREP'
                   WHEN 72
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'CADCIA'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 73
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'FOTOMES'
                   WHEN 74
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELDPO'
                   WHEN 75
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELCAUSA'
                   WHEN 76
                       IF PERFIL-SUPERVISOR
                           PERFORM 900-REGISTRAR-AUDITORIA
                           CALL 'SLAAPROV'
                       ELSE
                           PERFORM 910-REGISTRAR-RECUSA
                       END-IF
                   WHEN 77
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELSLA'
                   WHEN 78
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'PROTNF'
                   WHEN 79
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELPROT'
                   WHEN 80
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'CHKFECH'
                   WHEN 81
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'AMOSTRA'
                   WHEN 82
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RISCOFOR'
                   WHEN 83
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'IMPSANC'
                   WHEN 84
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'LIMDIA'
                   WHEN 85
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'ROTABCO'
                   WHEN 86
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'TRANSBCO'
                   WHEN 87
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'POSPAY'
                   WHEN 88
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELBATCH'
                   WHEN 89
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'SAUDE'
                   WHEN 90
                       PERFORM 900-REGISTRAR-AUDITORIA
                       CALL 'RELBKP'
                   WHEN 99
                       PERFORM 076-REMOVER-SESSAO-ATIVA
                       DISPLAY "Sistema finalizado."
               MOVE US-PERFIL TO WS-PERFIL-LOGADO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-SENHA-DIGITADA TO WS-SH-SENHA.
           MOVE US-SENHA TO WS-SH-GRAVADA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
      *> SENHA AINDA NO RESUMO ANTIGO VOLTA REFEITA DO SENHACRP E JA
      *> FICA REGRAVADA NO FORMATO ATUAL
               IF US-TENTATIVAS > ZERO
                       OR WS-SH-GRAVADA NOT = US-SENHA
                   MOVE ZERO TO US-TENTATIVAS
                   MOVE WS-SH-GRAVADA TO US-SENHA
                   REWRITE USUARIO-REG
               END-IF
               PERFORM 062-VERIFICAR-VALIDADE-SENHA
           MOVE US-SENHA-ANT(2) TO US-SENHA-ANT(3).
           MOVE US-SENHA-ANT(1) TO US-SENHA-ANT(2).
           MOVE US-SENHA TO US-SENHA-ANT(1).
           MOVE 'G' TO WS-SH-FUNCAO.
           MOVE WS-SENHA-NOVA TO WS-SH-SENHA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           MOVE WS-SH-GRAVADA TO US-SENHA.
           MOVE WS-DATA-HOJE-LOGIN TO US-DATA-TROCA-SENHA.
           REWRITE USUARIO-REG.
           DISPLAY "Senha trocada com sucesso.".
                       "numeros."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SENHA-REPETIDA.
           PERFORM 067-CONFERIR-REUSO
               VARYING WS-SENHA-J FROM 0 BY 1
               UNTIL WS-SENHA-J > 3.
           IF WS-SENHA-REPETIDA = 'S'
               DISPLAY "ERRO: a senha nao pode repetir nenhuma das "
                       "ultimas utilizadas."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-SENHA-VALIDA.

      *> CADA SENHA DO HISTORICO TEM O SEU PROPRIO SAL: A NOVA E
      *> CONFERIDA CONTRA A ATUAL (0) E AS TRES ANTERIORES, UMA A UMA
       067-CONFERIR-REUSO.
           IF WS-SENHA-J = 0
               MOVE US-SENHA TO WS-SH-GRAVADA
           ELSE
               MOVE US-SENHA-ANT(WS-SENHA-J) TO WS-SH-GRAVADA
           END-IF.
           IF WS-SH-GRAVADA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-SENHA-NOVA TO WS-SH-SENHA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
               MOVE 'S' TO WS-SENHA-REPETIDA
           END-IF.

       068-CLASSIFICAR-POSICAO.
           MOVE WS-SENHA-NOVA(WS-SENHA-I:1) TO WS-SENHA-CH.
           IF WS-SENHA-CH >= '0' AND WS-SENHA-CH <= '9'
               END-IF
           END-IF.

      *> ESCOLHA DA EMPRESA: O SUPERVISOR DO CADASTRO DE USUARIOS ENTRA
      *> EM QUALQUER EMPRESA ATIVA, OS DEMAIS SO NAS LIBERADAS NO CADCIA
      *> (COM O PERFIL DAQUELA EMPRESA, QUANDO INFORMADO). COM UMA SO
      *> EMPRESA POSSIVEL NEM PERGUNTA
       058-SELECIONAR-EMPRESA.
           MOVE ZERO TO WS-EMP-QTD.
           OPEN INPUT COMPANHIA-FILE.
           IF NOT STATUS-OK-CI
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT USUCIA-FILE.
           MOVE ZERO TO CI-CODIGO.
           MOVE 'N' TO WS-EMP-FIM.
           START COMPANHIA-FILE KEY IS GREATER THAN CI-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EMP-FIM
           END-START.
           MOVE ZERO TO WS-EMP-IDX.
           PERFORM 059-CARREGAR-EMPRESA UNTIL WS-EMP-FIM = 'Y'.
           CLOSE USUCIA-FILE.
           CLOSE COMPANHIA-FILE.

           IF WS-EMP-QTD = ZERO
               IF WS-EMP-IDX = ZERO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ERRO: usuario sem acesso a nenhuma empresa; "
                       "procure o supervisor."
               MOVE 'N' TO WS-LOGIN-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-EMP-ESCOLHIDA.
           IF WS-EMP-QTD > 1
               DISPLAY "Empresas liberadas:"
               PERFORM 057-EXIBIR-EMPRESA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-QTD
               MOVE ZERO TO WS-EMP-ESCOLHIDA
               DISPLAY "Codigo da empresa: " WITH NO ADVANCING
               MOVE ZERO TO WS-EMP-CODIGO-DIG
               ACCEPT WS-EMP-CODIGO-DIG
               PERFORM 056-LOCALIZAR-ESCOLHA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-QTD
               IF WS-EMP-ESCOLHIDA = ZERO
                   DISPLAY "ERRO: empresa invalida ou nao liberada."
                   MOVE 'N' TO WS-LOGIN-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-DIR-DESTINO.
           IF WS-EMP-DIRETORIO(WS-EMP-ESCOLHIDA) = SPACES
               MOVE WS-DIR-RAIZ TO WS-DIR-DESTINO
           ELSE
               STRING FUNCTION TRIM(WS-DIR-RAIZ) "/"
                      FUNCTION TRIM(WS-EMP-DIRETORIO(WS-EMP-ESCOLHIDA))
                   DELIMITED BY SIZE INTO WS-DIR-DESTINO
           END-IF.
           CALL 'CBL_CHANGE_DIR' USING WS-DIR-DESTINO
               RETURNING WS-RC-DIR.
           IF WS-RC-DIR NOT = ZERO
               DISPLAY "ERRO: diretorio da empresa inacessivel: "
                       FUNCTION TRIM(WS-DIR-DESTINO)
               MOVE 'N' TO WS-LOGIN-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-CODIGO(WS-EMP-ESCOLHIDA) TO WS-EMPRESA-CODIGO.
           MOVE WS-EMP-RAZAO(WS-EMP-ESCOLHIDA) TO WS-EMPRESA-RAZAO.
           IF WS-EMP-PERFIL(WS-EMP-ESCOLHIDA) NOT = SPACE
               MOVE WS-EMP-PERFIL(WS-EMP-ESCOLHIDA) TO WS-PERFIL-LOGADO
           END-IF.
           DISPLAY "Empresa: " WS-EMPRESA-CODIGO " - " WS-EMPRESA-RAZAO.

       056-LOCALIZAR-ESCOLHA.
           IF WS-EMP-CODIGO(WS-EMP-IDX) = WS-EMP-CODIGO-DIG
               MOVE WS-EMP-IDX TO WS-EMP-ESCOLHIDA
           END-IF.

       057-EXIBIR-EMPRESA.
           DISPLAY "  " WS-EMP-CODIGO(WS-EMP-IDX) " - "
                   WS-EMP-RAZAO(WS-EMP-IDX).

      *> WS-EMP-IDX CONTA AS EMPRESAS ATIVAS DO CADASTRO E WS-EMP-QTD
      *> SO AS QUE O USUARIO PODE ACESSAR
       059-CARREGAR-EMPRESA.
           READ COMPANHIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-FIM
                   EXIT PARAGRAPH
           END-READ.
           IF CI-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-IDX.
           MOVE SPACE TO UC-PERFIL.
           IF NOT PERFIL-SUPERVISOR
               IF NOT STATUS-OK-UC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USUARIO-LOGADO TO UC-USUARIO
               MOVE CI-CODIGO TO UC-CIA
               READ USUCIA-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF WS-EMP-QTD < 50
               ADD 1 TO WS-EMP-QTD
               MOVE CI-CODIGO TO WS-EMP-CODIGO(WS-EMP-QTD)
               MOVE CI-RAZAO-SOCIAL TO WS-EMP-RAZAO(WS-EMP-QTD)
               MOVE CI-DIRETORIO TO WS-EMP-DIRETORIO(WS-EMP-QTD)
               MOVE UC-PERFIL TO WS-EMP-PERFIL(WS-EMP-QTD)
           END-IF.

      *> DEIXA REGISTRADO EM SESSAO.DAT QUEM ESTA LOGADO NESTA SESSAO;
      *> OS PROGRAMAS CHAMADOS QUE PRECISAM GRAVAR AUDITORIA OU LOG DE
      *> ERRO LEEM DAQUI O USUARIO, JA QUE O MENU NAO PASSA PARAMETROS
           MOVE ZERO TO WS-QTD-VENCIDAS WS-TOTAL-VENCIDAS
                        WS-TOTAL-SEMANA WS-QTD-PENDENTES.

      *> VENCIDAS VEM DO RESUMO POR FORNECEDOR; A SEMANA, DAS CONTAS
      *> DO RESUMO PELA CHAVE DE VENCIMENTO, SEM VARRER CONTAPAGAR
           OPEN INPUT SALDOFOR-FILE.
           IF STATUS-OK-SF
               MOVE 'N' TO WS-PAINEL-FIM
               MOVE ZERO TO SF-CNPJ-FORN
               START SALDOFOR-FILE KEY IS NOT LESS THAN SF-CNPJ-FORN
                   INVALID KEY
                       MOVE 'Y' TO WS-PAINEL-FIM
               END-START
               PERFORM 085-ACUMULAR-INDICADOR-CONTA
                   UNTIL WS-PAINEL-FIM = 'Y'
               CLOSE SALDOFOR-FILE
           END-IF.

           OPEN INPUT SALDODOC-FILE.
           IF STATUS-OK-SD
               MOVE 'N' TO WS-PAINEL-FIM
               MOVE WS-DATA-HOJE TO SD-DATA-VENC
               START SALDODOC-FILE KEY IS NOT LESS THAN SD-DATA-VENC
                   INVALID KEY
                       MOVE 'Y' TO WS-PAINEL-FIM
               END-START
               PERFORM 084-ACUMULAR-INDICADOR-SEMANA
                   UNTIL WS-PAINEL-FIM = 'Y'
               CLOSE SALDODOC-FILE
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           DISPLAY "  Pendencias na caixa : " WS-CONTADOR-BATCH-SESS
                   " (opcao 49)".
           PERFORM 087-VERIFICAR-MARCVENC-HOJE.
           PERFORM 081-VERIFICAR-ALERTAS-BATCH.
           PERFORM 088-VERIFICAR-TAMANHO-ARQUIVOS.
           DISPLAY "=============================================".

      *> PASSO LENTO OU JANELA ESTOURADA NA RODADA DA NOITE, GRAVADOS
      *> PELO BATNIGHT; AS TRES PRIMEIRAS LINHAS E O TOTAL
       081-VERIFICAR-ALERTAS-BATCH.
           COMPUTE WS-LIMITE-INT = WS-HOJE-INT - 1.
           COMPUTE WS-DATA-ONTEM = FUNCTION DATE-OF-INTEGER(WS-LIMITE-INT).
           MOVE ZERO TO WS-QTD-ALERTAS-BATCH.
           OPEN INPUT BATALERT-FILE.
           IF NOT STATUS-OK-BA
               CLOSE BATALERT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PAINEL-FIM.
           PERFORM 082-LER-ALERTA-BATCH UNTIL WS-PAINEL-FIM = 'Y'.
           CLOSE BATALERT-FILE.
           IF WS-QTD-ALERTAS-BATCH > ZERO
               DISPLAY "  Rodada noturna com " WS-QTD-ALERTAS-BATCH
                       " alerta(s) de desempenho (RELBATCH, opcao 88)."
           END-IF.

       082-LER-ALERTA-BATCH.
           READ BATALERT-FILE
               AT END
                   MOVE 'Y' TO WS-PAINEL-FIM
               NOT AT END
                   IF BA-DATA-HORA(1:8) >= WS-DATA-ONTEM
                       ADD 1 TO WS-QTD-ALERTAS-BATCH
                       IF WS-QTD-ALERTAS-BATCH <= 3
                           IF BA-TIPO = 'L'
                               DISPLAY "  ATENCAO: batch " BA-PASSO
                                       " lento, " BA-DURACAO
                                       "s (media " BA-MEDIA "s)."
                           ELSE
                               DISPLAY "  ATENCAO: batch passou da "
                                       "janela (" BA-JANELA ") no passo "
                                       BA-PASSO "."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       084-ACUMULAR-INDICADOR-SEMANA.
           READ SALDODOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAINEL-FIM
               NOT AT END
                   IF SD-DATA-VENC > WS-DATA-LIMITE
                       MOVE 'Y' TO WS-PAINEL-FIM
                   ELSE
                       ADD SD-SALDO TO WS-TOTAL-SEMANA
                   END-IF
           END-READ.

       085-ACUMULAR-INDICADOR-CONTA.
           READ SALDOFOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAINEL-FIM
               NOT AT END
                   ADD SF-QTD-VENCIDO TO WS-QTD-VENCIDAS
                   ADD SF-SALDO-VENCIDO TO WS-TOTAL-VENCIDAS
           END-READ.

       086-ACUMULAR-INDICADOR-FORN.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
                   MOVE 'AUDSEQ  ' TO LG-PROGRAMA
               WHEN 54
                   MOVE 'AUDANEXO' TO LG-PROGRAMA
               WHEN 55
                   MOVE 'AUDSEGR ' TO LG-PROGRAMA
               WHEN 56
                   MOVE 'CADPENH ' TO LG-PROGRAMA
               WHEN 57
                   MOVE 'CADCESS ' TO LG-PROGRAMA
               WHEN 58
                   MOVE 'CADRJ   ' TO LG-PROGRAMA
               WHEN 59
                   MOVE 'CADEMPR ' TO LG-PROGRAMA
               WHEN 60
                   MOVE 'IMPSIMP ' TO LG-PROGRAMA
               WHEN 61
                   MOVE 'CADRECEB' TO LG-PROGRAMA
               WHEN 62
                   MOVE 'MANIFNFE' TO LG-PROGRAMA
               WHEN 63
                   MOVE 'CADPROT ' TO LG-PROGRAMA
               WHEN 64
                   MOVE 'ENCONTRO' TO LG-PROGRAMA
               WHEN 65
                   MOVE 'FUNDOFIX' TO LG-PROGRAMA
               WHEN 66
                   MOVE 'CARTAOCP' TO LG-PROGRAMA
               WHEN 67
                   MOVE 'CADINST ' TO LG-PROGRAMA
               WHEN 68
                   MOVE 'CADBONIF' TO LG-PROGRAMA
               WHEN 69
                   MOVE 'INTERFIL' TO LG-PROGRAMA
               WHEN 70
                   MOVE 'RECLASS ' TO LG-PROGRAMA
               WHEN 71
                   MOVE 'ORCPREP ' TO LG-PROGRAMA
               WHEN 72
                   MOVE 'CADCIA  ' TO LG-PROGRAMA
               WHEN 73
                   MOVE 'FOTOMES ' TO LG-PROGRAMA
               WHEN 74
                   MOVE 'RELDPO  ' TO LG-PROGRAMA
               WHEN 75
                   MOVE 'RELCAUSA' TO LG-PROGRAMA
               WHEN 76
                   MOVE 'SLAAPROV' TO LG-PROGRAMA
               WHEN 77
                   MOVE 'RELSLA  ' TO LG-PROGRAMA
               WHEN 78
                   MOVE 'PROTNF  ' TO LG-PROGRAMA
               WHEN 79
                   MOVE 'RELPROT ' TO LG-PROGRAMA
               WHEN 80
                   MOVE 'CHKFECH ' TO LG-PROGRAMA
               WHEN 81
                   MOVE 'AMOSTRA ' TO LG-PROGRAMA
               WHEN 82
                   MOVE 'RISCOFOR' TO LG-PROGRAMA
               WHEN 83
                   MOVE 'IMPSANC ' TO LG-PROGRAMA
               WHEN 84
                   MOVE 'LIMDIA  ' TO LG-PROGRAMA
               WHEN 85
                   MOVE 'ROTABCO ' TO LG-PROGRAMA
               WHEN 86
                   MOVE 'TRANSBCO' TO LG-PROGRAMA
               WHEN 87
                   MOVE 'POSPAY  ' TO LG-PROGRAMA
               WHEN 88
                   MOVE 'RELBATCH' TO LG-PROGRAMA
               WHEN 89
                   MOVE 'SAUDE   ' TO LG-PROGRAMA
               WHEN 90
                   MOVE 'RELBKP  ' TO LG-PROGRAMA
               WHEN OTHER
                   MOVE SPACES     TO LG-PROGRAMA
           END-EVALUATE.
