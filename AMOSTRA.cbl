       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOSTRA.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

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

           SELECT APRVLOG-FILE *> Log de aprovacoes/rejeicoes de lancamento
               ASSIGN TO 'APRVLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT RETENCAO-FILE *> Retencoes efetivadas a cada pagamento
               ASSIGN TO 'RETENCAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT AMOSCAB-FILE *> Amostras de auditoria geradas
               ASSIGN TO 'AMOSCAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-NUMERO
               FILE STATUS IS WS-STATUS-AMOSCAB.

           SELECT AMOSITEM-FILE *> Pagamentos sorteados e resultado do teste
               ASSIGN TO 'AMOSITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CHAVE
               FILE STATUS IS WS-STATUS-AMOSITEM.

           SELECT PROXAMOS-FILE *> Contador do proximo numero de amostra
               ASSIGN TO 'PROXAMOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXAMOS.

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
       FD  HISTPAGTO-FILE.
       01  HIST-REG.
           05 H-PRIMARY-KEY.
              10 H-NUM-DOC        PIC 9(10).
              10 H-SEQ            PIC 9(04).
           05 H-CNPJ-FORN         PIC 9(14).
           05 H-DATA-PGTO         PIC 9(08).
           05 H-VALOR-ORIGINAL    PIC S9(10)V99.
           05 H-VALOR-PAGO        PIC S9(10)V99.
           05 H-METODO-PGTO       PIC X(10).
           05 H-APROVADOR         PIC X(06).
           05 H-CONTA-EMPRESA     PIC X(04).
           05 H-VALOR-DESCONTO    PIC 9(10)V99.
           05 H-NUM-CHEQUE        PIC 9(06).
           05 H-VALOR-JUROS       PIC 9(10)V99.
           05 H-VALOR-MULTA       PIC 9(10)V99.
           05 H-APROVADOR-TITULAR PIC X(06).

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

       FD  APRVLOG-FILE.
       01  APRVLOG-REG.
           05 AL-DATA-HORA     PIC 9(14).
           05 AL-NUM-DOC       PIC 9(10).
           05 AL-CNPJ-FORN     PIC 9(14).
           05 AL-USUARIO       PIC X(10).
           05 AL-ACAO          PIC X(01).
           05 AL-MOTIVO        PIC X(60).

       FD  RETENCAO-FILE.
       01  RETENCAO-REG.
           05 RT-NUM-DOC       PIC 9(10).
           05 RT-CNPJ-FORN     PIC 9(14).
           05 RT-DATA-PGTO     PIC 9(08).
           05 RT-TIPO          PIC X(04).
           05 RT-VALOR-BASE    PIC 9(10)V99.
           05 RT-VALOR-RETIDO  PIC S9(10)V99.

      *> CABECALHO DA AMOSTRA: TUDO O QUE E PRECISO PARA REPRODUZIR O
      *> SORTEIO (PERIODO, METODO, SEMENTE, PARAMETROS) E OS TOTAIS DA
      *> POPULACAO POR ESTRATO USADOS NA PROJECAO DO ERRO. METODO 'M'
      *> UNIDADE MONETARIA, 'A' ALEATORIO SIMPLES, 'E' ESTRATIFICADO
      *> POR VALOR. NA UNIDADE MONETARIA O ESTRATO 3 SAO OS PAGAMENTOS
      *> IGUAIS OU MAIORES QUE O INTERVALO; NO ESTRATIFICADO O ESTRATO 3
      *> (ACIMA DO SEGUNDO LIMITE) E EXAMINADO POR INTEIRO
       FD  AMOSCAB-FILE.
       01  AMOSCAB-REG.
           05 AC-NUMERO          PIC 9(06).
           05 AC-DATA-INICIO     PIC 9(08).
           05 AC-DATA-FIM        PIC 9(08).
           05 AC-METODO          PIC X(01).
           05 AC-SEMENTE         PIC 9(10).
           05 AC-CONFIANCA       PIC 9(02).
           05 AC-ERRO-TOLERAVEL  PIC 9(12)V99.
           05 AC-INTERVALO       PIC 9(12)V99.
           05 AC-LIMITE-1        PIC 9(10)V99.
           05 AC-LIMITE-2        PIC 9(10)V99.
           05 AC-POP-QTD         PIC 9(07).
           05 AC-POP-VALOR       PIC 9(13)V99.
           05 AC-AMOSTRA-QTD     PIC 9(05).
           05 AC-ESTRATO OCCURS 3 TIMES.
              10 AC-EST-POP-QTD   PIC 9(07).
              10 AC-EST-POP-VALOR PIC 9(13)V99.
              10 AC-EST-AMOSTRA   PIC 9(05).
           05 AC-USUARIO         PIC X(10).
           05 AC-DATA-HORA       PIC 9(14).

      *> UM PAGAMENTO SORTEADO. RESULTADO: ESPACO NAO TESTADO, 'C'
      *> CONFORME, 'E' EXCECAO (COM O VALOR QUE DEVERIA TER SIDO PAGO E
      *> A DESCRICAO DA EXCECAO). AI-ACERTOS E QUANTOS PONTOS DO
      *> SORTEIO POR UNIDADE MONETARIA CAIRAM NO PAGAMENTO
       FD  AMOSITEM-FILE.
       01  AMOSITEM-REG.
           05 AI-CHAVE.
              10 AI-NUMERO       PIC 9(06).
              10 AI-ITEM         PIC 9(04).
           05 AI-NUM-DOC         PIC 9(10).
           05 AI-SEQ             PIC 9(04).
           05 AI-CNPJ-FORN       PIC 9(14).
           05 AI-DATA-PGTO       PIC 9(08).
           05 AI-VALOR           PIC 9(10)V99.
           05 AI-ESTRATO         PIC 9(01).
           05 AI-ACERTOS         PIC 9(03).
           05 AI-RESULTADO       PIC X(01).
           05 AI-VALOR-AUDITADO  PIC 9(10)V99.
           05 AI-EXCECAO         PIC X(60).
           05 AI-AUDITOR         PIC X(10).
           05 AI-DATA-TESTE      PIC 9(08).

       FD  PROXAMOS-FILE.
       01  PROXAMOS-REG.
           05 PA-PROX-NUMERO       PIC 9(06).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HISTPAGTO      PIC X(2).
          88 STATUS-OK-HP           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-APRVLOG        PIC X(2).
          88 STATUS-OK-AL           VALUE '00'.
       01 WS-STATUS-RETENCAO       PIC X(2).
          88 STATUS-OK-RT           VALUE '00'.
       01 WS-STATUS-AMOSCAB        PIC X(2).
          88 STATUS-OK-AC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AC VALUE '35'.
       01 WS-STATUS-AMOSITEM       PIC X(2).
          88 STATUS-OK-AI           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AI VALUE '35'.
       01 WS-STATUS-PROXAMOS       PIC X(2).
          88 STATUS-OK-PA           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PA VALUE '35'.
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
           05 WS-DH-CENTESIMOS     PIC 9(02).
           05 FILLER               PIC X(05).

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-AUX               PIC X(01).
       01 WS-LINHA                 PIC X(132).
       01 WS-NUMERO-DIG            PIC 9(06).
       01 WS-ITEM-DIG              PIC 9(04).
       01 WS-ACHOU                 PIC X(01).

      *> PARAMETROS DIGITADOS PARA O SORTEIO
       01 WS-DATA-INICIO           PIC 9(08).
       01 WS-DATA-FIM              PIC 9(08).
       01 WS-METODO                PIC X(01).
       01 WS-CONFIANCA             PIC 9(02).
       01 WS-ERRO-TOLERAVEL        PIC 9(12)V99.
       01 WS-QTD-PEDIDA            PIC 9(05).
       01 WS-QTD-PEDIDA-2          PIC 9(05).
       01 WS-LIMITE-1              PIC 9(10)V99.
       01 WS-LIMITE-2              PIC 9(10)V99.

      *> GERADOR PSEUDO-ALEATORIO DE PARK E MILLER (MULTIPLICADOR 16807,
      *> MODULO 2**31 - 1). FEITO AQUI EM VEZ DE USAR A FUNCAO DO
      *> COMPILADOR PARA QUE A MESMA SEMENTE GERE SEMPRE A MESMA
      *> AMOSTRA, EM QUALQUER MAQUINA OU VERSAO
       01 WS-SEMENTE               PIC 9(10).
       01 WS-RND-X                 PIC 9(10).
       01 WS-RND-PRODUTO           PIC 9(15).
       01 WS-RND-QUOC              PIC 9(10).
       01 WS-RND-U                 PIC V9(09).
       01 WS-RND-MODULO            PIC 9(10) VALUE 2147483647.

      *> POPULACAO: PAGAMENTOS POSITIVOS DO PERIODO, NA ORDEM DA CHAVE
      *> DO HISTPAGTO (A ORDEM FIXA E QUE TORNA O SORTEIO REPRODUZIVEL)
       01 WS-POP-QTD               PIC 9(05) VALUE ZERO.
       01 WS-POP-IDX               PIC 9(05).
       01 WS-POP-SORTEADO          PIC 9(05).
       01 WS-POP-TAB.
           05 WS-POP-ITEM OCCURS 5000 TIMES.
              10 WS-POP-DOC        PIC 9(10).
              10 WS-POP-SEQ        PIC 9(04).
              10 WS-POP-CNPJ       PIC 9(14).
              10 WS-POP-DATA       PIC 9(08).
              10 WS-POP-VALOR      PIC 9(10)V99.
              10 WS-POP-ESTRATO    PIC 9(01).
              10 WS-POP-ACERTOS    PIC 9(03).
       01 WS-POP-ESTOUROU          PIC X(01).
       01 WS-POP-VALOR-TOTAL       PIC 9(13)V99.
       01 WS-FILTRO-ESTRATO        PIC 9(01).
       01 WS-EST-IDX               PIC 9(01).
       01 WS-EST-POP-TAB.
           05 WS-EST-POP-QTD       PIC 9(07) OCCURS 3 TIMES.
       01 WS-SORTEIOS              PIC 9(05).
       01 WS-SORTEIO-IDX           PIC 9(05).
       01 WS-AMOSTRA-QTD           PIC 9(05).
       01 WS-ITEM-NUM              PIC 9(04).

      *> UNIDADE MONETARIA: INTERVALO = ERRO TOLERAVEL / FATOR DE
      *> CONFIABILIDADE; PONTO INICIAL SORTEADO DENTRO DO PRIMEIRO
      *> INTERVALO E DAI EM DIANTE DE INTERVALO EM INTERVALO SOBRE O
      *> VALOR ACUMULADO
       01 WS-INTERVALO             PIC 9(12)V99.
       01 WS-PONTO                 PIC 9(13)V99.
       01 WS-ACUMULADO             PIC 9(13)V99.

      *> FATORES DE CONFIABILIDADE DA DISTRIBUICAO DE POISSON PARA
      *> ZERO A CINCO ERROS, NOS NIVEIS DE CONFIANCA DE 90, 95 E 99%.
      *> O FATOR DE ZERO ERRO DIMENSIONA O INTERVALO E DA A PRECISAO
      *> BASICA; OS DEMAIS DAO O ACRESCIMO POR ERRO ENCONTRADO
       01 WS-FATORES-INIT.
           05 FILLER PIC X(24) VALUE '023103890532066807990928'.
           05 FILLER PIC X(24) VALUE '030004750630077609161052'.
           05 FILLER PIC X(24) VALUE '046106640841100511611311'.
       01 WS-FATORES-TAB REDEFINES WS-FATORES-INIT.
           05 WS-FATORES-NIVEL OCCURS 3 TIMES.
              10 WS-FATOR       PIC 9(02)V99 OCCURS 6 TIMES.
       01 WS-NIVEL                 PIC 9(01).
       01 WS-FATOR-IDX             PIC 9(01).

      *> PROJECAO DO ERRO
       01 WS-QTD-TESTADOS          PIC 9(05).
       01 WS-QTD-CONFORMES         PIC 9(05).
       01 WS-QTD-EXCECOES          PIC 9(05).
       01 WS-QTD-NAO-TESTADOS      PIC 9(05).
       01 WS-DISTORCAO             PIC S9(10)V99.
       01 WS-PERC-DISTORCAO        PIC S9(01)V9(06).
       01 WS-ERRO-PROJETADO        PIC S9(13)V99.
       01 WS-ERRO-TOPO             PIC S9(13)V99.
       01 WS-PRECISAO-BASICA       PIC 9(13)V99.
       01 WS-ACRESCIMO             PIC 9(13)V99.
       01 WS-LIMITE-SUPERIOR       PIC S9(13)V99.
       01 WS-INCREMENTO            PIC 9(02)V99.
       01 WS-EST-AMOSTRA-TAB.
           05 WS-EST-AMOSTRA-VALOR PIC 9(13)V99 OCCURS 3 TIMES.
           05 WS-EST-DISTORCAO     PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-EST-PROJETADO         PIC S9(13)V99.
       01 WS-PD-QTD                PIC 9(03).
       01 WS-PD-IDX                PIC 9(03).
       01 WS-PD-IDX-2              PIC 9(03).
       01 WS-PD-TROCA              PIC 9(13)V99.
       01 WS-PD-TAB.
           05 WS-PD-VALOR          PIC 9(13)V99 OCCURS 500 TIMES.

       01 WS-ED-VALOR              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-SINAL              PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-QTD                PIC ZZZZ9.
       01 WS-DESCR-METODO          PIC X(25).
       01 WS-DESCR-RESULTADO       PIC X(12).

       PROCEDURE DIVISION.
      *> AMOSTRAGEM ESTATISTICA DE PAGAMENTOS PARA A AUDITORIA INTERNA:
      *> SORTEIA SOBRE O HISTPAGTO DE UM PERIODO (UNIDADE MONETARIA,
      *> ALEATORIO SIMPLES OU ESTRATIFICADO POR VALOR), GRAVA A SEMENTE
      *> PARA O SORTEIO PODER SER REPETIDO, IMPRIME A FOLHA DE TESTE DE
      *> CADA PAGAMENTO, RECEBE O RESULTADO DOS TESTES E PROJETA O ERRO
      *> ENCONTRADO NA AMOSTRA PARA A POPULACAO
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-AMOSTRA UNTIL WS-OPCAO = 'S'.
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

       200-MENU-AMOSTRA.
           DISPLAY "--- Amostragem de Pagamentos para Auditoria ---".
           DISPLAY "G - Gerar nova amostra".
           DISPLAY "F - Folhas de teste de uma amostra".
           DISPLAY "T - Registrar resultado do teste de um item".
           DISPLAY "P - Resumo e projecao do erro".
           DISPLAY "L - Listar amostras".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 300-GERAR-AMOSTRA
               WHEN 'F'
                   PERFORM 400-FOLHAS-TESTE
               WHEN 'T'
                   PERFORM 500-REGISTRAR-TESTE
               WHEN 'P'
                   PERFORM 600-PROJETAR-ERRO
               WHEN 'L'
                   PERFORM 700-LISTAR-AMOSTRAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> ================================================================
      *> GERACAO DA AMOSTRA
      *> ================================================================
       300-GERAR-AMOSTRA.
           DISPLAY "Data inicial dos pagamentos (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Data final dos pagamentos (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY "ERRO: periodo invalido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Metodo - M unidade monetaria, A aleatorio simples, "
                   "E estratificado por valor: " WITH NO ADVANCING.
           ACCEPT WS-METODO.
           MOVE FUNCTION UPPER-CASE(WS-METODO) TO WS-METODO.
           IF WS-METODO NOT = 'M' AND WS-METODO NOT = 'A' AND
                   WS-METODO NOT = 'E'
               DISPLAY "ERRO: metodo invalido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Erro toleravel (valor): " WITH NO ADVANCING.
           ACCEPT WS-ERRO-TOLERAVEL.
           IF WS-ERRO-TOLERAVEL = ZERO
               DISPLAY "ERRO: informe o erro toleravel."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CONFIANCA WS-QTD-PEDIDA WS-QTD-PEDIDA-2
                        WS-LIMITE-1 WS-LIMITE-2 WS-INTERVALO.
           EVALUATE WS-METODO
               WHEN 'M'
                   DISPLAY "Nivel de confianca (90, 95 ou 99): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIANCA
                   PERFORM 390-NIVEL-CONFIANCA
                   IF WS-NIVEL = ZERO
                       DISPLAY "ERRO: nivel de confianca invalido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'A'
                   DISPLAY "Tamanho da amostra: " WITH NO ADVANCING
                   ACCEPT WS-QTD-PEDIDA
               WHEN 'E'
                   DISPLAY "Limite superior do estrato 1 (valor): "
                           WITH NO ADVANCING
                   ACCEPT WS-LIMITE-1
                   DISPLAY "Limite superior do estrato 2 (acima dele o "
                           "estrato 3 e examinado por inteiro): "
                           WITH NO ADVANCING
                   ACCEPT WS-LIMITE-2
                   IF WS-LIMITE-2 NOT > WS-LIMITE-1
                       DISPLAY "ERRO: o segundo limite deve ser maior "
                               "que o primeiro."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Tamanho da amostra no estrato 1: "
                           WITH NO ADVANCING
                   ACCEPT WS-QTD-PEDIDA
                   DISPLAY "Tamanho da amostra no estrato 2: "
                           WITH NO ADVANCING
                   ACCEPT WS-QTD-PEDIDA-2
           END-EVALUATE.

           DISPLAY "Semente (ENTER para sortear uma nova; informe a de "
                   "uma amostra anterior para reproduzi-la): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-SEMENTE.
           ACCEPT WS-SEMENTE.
           PERFORM 380-PREPARAR-SEMENTE.

           PERFORM 310-CARREGAR-POPULACAO.
           IF WS-POP-QTD = ZERO
               DISPLAY "Nenhum pagamento no periodo."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           IF WS-POP-ESTOUROU = 'S'
               DISPLAY "ERRO: mais de 5000 pagamentos no periodo; "
                       "divida o periodo em partes menores."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-METODO
               WHEN 'M'
                   PERFORM 330-SELECIONAR-MUS
               WHEN 'A'
                   PERFORM 340-SELECIONAR-ALEATORIA
               WHEN 'E'
                   PERFORM 350-SELECIONAR-ESTRATIFICADA
           END-EVALUATE.
           IF WS-AMOSTRA-QTD = ZERO
               DISPLAY "Nenhum pagamento sorteado; confira os parametros."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 360-OBTER-PROXIMO-NUMERO.
           IF AC-NUMERO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 370-GRAVAR-AMOSTRA.
           PERFORM 850-PAUSA.

       310-CARREGAR-POPULACAO.
           MOVE ZERO TO WS-POP-QTD WS-POP-VALOR-TOTAL.
           MOVE 'N' TO WS-POP-ESTOUROU.
           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-HP
               DISPLAY "AVISO: historico de pagamentos nao encontrado."
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO H-PRIMARY-KEY.
           START HISTPAGTO-FILE KEY IS GREATER THAN H-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 315-LER-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE HISTPAGTO-FILE.

      *> ESTORNOS (VALOR NEGATIVO) NAO SAO PAGAMENTOS A TESTAR
       315-LER-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF H-DATA-PGTO < WS-DATA-INICIO OR H-DATA-PGTO > WS-DATA-FIM
                   OR H-VALOR-PAGO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-POP-QTD = 5000
               MOVE 'S' TO WS-POP-ESTOUROU
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POP-QTD.
           MOVE H-NUM-DOC TO WS-POP-DOC(WS-POP-QTD).
           MOVE H-SEQ TO WS-POP-SEQ(WS-POP-QTD).
           MOVE H-CNPJ-FORN TO WS-POP-CNPJ(WS-POP-QTD).
           MOVE H-DATA-PGTO TO WS-POP-DATA(WS-POP-QTD).
           MOVE H-VALOR-PAGO TO WS-POP-VALOR(WS-POP-QTD).
           MOVE 1 TO WS-POP-ESTRATO(WS-POP-QTD).
           MOVE ZERO TO WS-POP-ACERTOS(WS-POP-QTD).
           ADD H-VALOR-PAGO TO WS-POP-VALOR-TOTAL.

      *> UNIDADE MONETARIA: CADA REAL DA POPULACAO TEM A MESMA CHANCE;
      *> O PAGAMENTO QUE CONTEM UM DOS PONTOS SORTEADOS ENTRA NA
      *> AMOSTRA (UMA VEZ SO, MESMO QUE CAIAM VARIOS PONTOS NELE)
       330-SELECIONAR-MUS.
           MOVE ZERO TO WS-AMOSTRA-QTD.
           COMPUTE WS-INTERVALO ROUNDED =
               WS-ERRO-TOLERAVEL / WS-FATOR(WS-NIVEL, 1).
           IF WS-INTERVALO = ZERO
               DISPLAY "ERRO: erro toleravel pequeno demais."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 385-PROXIMO-ALEATORIO.
           COMPUTE WS-PONTO ROUNDED = WS-RND-U * WS-INTERVALO.
           IF WS-PONTO = ZERO
               MOVE 0.01 TO WS-PONTO
           END-IF.
           MOVE ZERO TO WS-ACUMULADO.
           PERFORM 335-MUS-PAGAMENTO
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-QTD.

       335-MUS-PAGAMENTO.
           ADD WS-POP-VALOR(WS-POP-IDX) TO WS-ACUMULADO.
           IF WS-POP-VALOR(WS-POP-IDX) >= WS-INTERVALO
               MOVE 3 TO WS-POP-ESTRATO(WS-POP-IDX)
           END-IF.
           PERFORM 336-MUS-PONTO UNTIL WS-PONTO > WS-ACUMULADO.
           IF WS-POP-ACERTOS(WS-POP-IDX) > ZERO
               ADD 1 TO WS-AMOSTRA-QTD
           END-IF.

       336-MUS-PONTO.
           ADD 1 TO WS-POP-ACERTOS(WS-POP-IDX).
           ADD WS-INTERVALO TO WS-PONTO.

       340-SELECIONAR-ALEATORIA.
           MOVE ZERO TO WS-AMOSTRA-QTD.
           MOVE ZERO TO WS-FILTRO-ESTRATO.
           MOVE WS-QTD-PEDIDA TO WS-SORTEIOS.
           IF WS-SORTEIOS > WS-POP-QTD
               MOVE WS-POP-QTD TO WS-SORTEIOS
           END-IF.
           PERFORM 345-SORTEAR-PAGAMENTO
               VARYING WS-SORTEIO-IDX FROM 1 BY 1
               UNTIL WS-SORTEIO-IDX > WS-SORTEIOS.

      *> SORTEIA UMA POSICAO DA POPULACAO; SE ELA JA SAIU (OU E DE
      *> OUTRO ESTRATO) ANDA PARA A PROXIMA ELEGIVEL, DANDO A VOLTA NA
      *> TABELA. O CHAMADOR GARANTE QUE AINDA HA ITEM ELEGIVEL
       345-SORTEAR-PAGAMENTO.
           PERFORM 385-PROXIMO-ALEATORIO.
           COMPUTE WS-POP-IDX = WS-RND-U * WS-POP-QTD + 1.
           IF WS-POP-IDX > WS-POP-QTD
               MOVE WS-POP-QTD TO WS-POP-IDX
           END-IF.
           PERFORM 346-AVANCAR-POSICAO
               UNTIL WS-POP-ACERTOS(WS-POP-IDX) = ZERO AND
                     (WS-FILTRO-ESTRATO = ZERO OR
                      WS-POP-ESTRATO(WS-POP-IDX) = WS-FILTRO-ESTRATO).
           MOVE 1 TO WS-POP-ACERTOS(WS-POP-IDX).
           ADD 1 TO WS-AMOSTRA-QTD.

       346-AVANCAR-POSICAO.
           ADD 1 TO WS-POP-IDX.
           IF WS-POP-IDX > WS-POP-QTD
               MOVE 1 TO WS-POP-IDX
           END-IF.

      *> ESTRATIFICADO: ATE O LIMITE 1, ATE O LIMITE 2 E ACIMA DELE.
      *> SORTEIO SIMPLES DENTRO DOS DOIS PRIMEIROS ESTRATOS E O
      *> TERCEIRO (OS MAIORES VALORES) INTEIRO NA AMOSTRA
       350-SELECIONAR-ESTRATIFICADA.
           MOVE ZERO TO WS-AMOSTRA-QTD.
           MOVE ZERO TO WS-EST-POP-QTD(1) WS-EST-POP-QTD(2)
                        WS-EST-POP-QTD(3).
           PERFORM 355-CLASSIFICAR-ESTRATO
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-QTD.

           MOVE 1 TO WS-FILTRO-ESTRATO.
           MOVE WS-QTD-PEDIDA TO WS-SORTEIOS.
           IF WS-SORTEIOS > WS-EST-POP-QTD(1)
               MOVE WS-EST-POP-QTD(1) TO WS-SORTEIOS
           END-IF.
           PERFORM 345-SORTEAR-PAGAMENTO
               VARYING WS-SORTEIO-IDX FROM 1 BY 1
               UNTIL WS-SORTEIO-IDX > WS-SORTEIOS.

           MOVE 2 TO WS-FILTRO-ESTRATO.
           MOVE WS-QTD-PEDIDA-2 TO WS-SORTEIOS.
           IF WS-SORTEIOS > WS-EST-POP-QTD(2)
               MOVE WS-EST-POP-QTD(2) TO WS-SORTEIOS
           END-IF.
           PERFORM 345-SORTEAR-PAGAMENTO
               VARYING WS-SORTEIO-IDX FROM 1 BY 1
               UNTIL WS-SORTEIO-IDX > WS-SORTEIOS.

           PERFORM 357-INCLUIR-ESTRATO-3
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-QTD.

       355-CLASSIFICAR-ESTRATO.
           IF WS-POP-VALOR(WS-POP-IDX) <= WS-LIMITE-1
               MOVE 1 TO WS-POP-ESTRATO(WS-POP-IDX)
           ELSE
               IF WS-POP-VALOR(WS-POP-IDX) <= WS-LIMITE-2
                   MOVE 2 TO WS-POP-ESTRATO(WS-POP-IDX)
               ELSE
                   MOVE 3 TO WS-POP-ESTRATO(WS-POP-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-EST-POP-QTD(WS-POP-ESTRATO(WS-POP-IDX)).

       357-INCLUIR-ESTRATO-3.
           IF WS-POP-ESTRATO(WS-POP-IDX) = 3
               MOVE 1 TO WS-POP-ACERTOS(WS-POP-IDX)
               ADD 1 TO WS-AMOSTRA-QTD
           END-IF.

      *> LE E AVANCA O CONTADOR DE PROXAMOS.DAT, COMO O PROTNF FAZ
       360-OBTER-PROXIMO-NUMERO.
           MOVE ZERO TO AC-NUMERO.
           OPEN I-O PROXAMOS-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PA
               OPEN OUTPUT PROXAMOS-FILE
               MOVE 1 TO PA-PROX-NUMERO
               WRITE PROXAMOS-REG
               CLOSE PROXAMOS-FILE
               OPEN I-O PROXAMOS-FILE
           END-IF.
           IF NOT STATUS-OK-PA
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "amostras. Status: " WS-STATUS-PROXAMOS
               CLOSE PROXAMOS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXAMOS-FILE
               AT END
                   MOVE 1 TO PA-PROX-NUMERO
           END-READ.
           MOVE PA-PROX-NUMERO TO AC-NUMERO.
           ADD 1 TO PA-PROX-NUMERO.
           REWRITE PROXAMOS-REG.
           CLOSE PROXAMOS-FILE.

       370-GRAVAR-AMOSTRA.
           OPEN I-O AMOSCAB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AC
               OPEN OUTPUT AMOSCAB-FILE
               CLOSE AMOSCAB-FILE
               OPEN I-O AMOSCAB-FILE
           END-IF.
           OPEN I-O AMOSITEM-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AI
               OPEN OUTPUT AMOSITEM-FILE
               CLOSE AMOSITEM-FILE
               OPEN I-O AMOSITEM-FILE
           END-IF.
           IF NOT STATUS-OK-AC OR NOT STATUS-OK-AI
               DISPLAY "ERRO ao abrir os arquivos de amostras. Status: "
                       WS-STATUS-AMOSCAB " " WS-STATUS-AMOSITEM
               CLOSE AMOSCAB-FILE
               CLOSE AMOSITEM-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-INICIO TO AC-DATA-INICIO.
           MOVE WS-DATA-FIM TO AC-DATA-FIM.
           MOVE WS-METODO TO AC-METODO.
           MOVE WS-SEMENTE TO AC-SEMENTE.
           MOVE WS-CONFIANCA TO AC-CONFIANCA.
           MOVE WS-ERRO-TOLERAVEL TO AC-ERRO-TOLERAVEL.
           MOVE WS-INTERVALO TO AC-INTERVALO.
           MOVE WS-LIMITE-1 TO AC-LIMITE-1.
           MOVE WS-LIMITE-2 TO AC-LIMITE-2.
           MOVE WS-POP-QTD TO AC-POP-QTD.
           MOVE WS-POP-VALOR-TOTAL TO AC-POP-VALOR.
           MOVE WS-AMOSTRA-QTD TO AC-AMOSTRA-QTD.
           MOVE ZERO TO AC-EST-POP-QTD(1) AC-EST-POP-VALOR(1)
                        AC-EST-AMOSTRA(1) AC-EST-POP-QTD(2)
                        AC-EST-POP-VALOR(2) AC-EST-AMOSTRA(2)
                        AC-EST-POP-QTD(3) AC-EST-POP-VALOR(3)
                        AC-EST-AMOSTRA(3).
           MOVE WS-USUARIO-SESSAO TO AC-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO AC-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO AC-DATA-HORA(9:6).

           MOVE ZERO TO WS-ITEM-NUM.
           PERFORM 375-GRAVAR-ITEM
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-QTD.

           WRITE AMOSCAB-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a amostra. Status: "
                           WS-STATUS-AMOSCAB
               NOT INVALID KEY
                   PERFORM 810-DESCREVER-METODO
                   DISPLAY "Amostra " AC-NUMERO " gravada - "
                           WS-DESCR-METODO
                   DISPLAY "Populacao: " AC-POP-QTD " pagamentos, "
                           "valor " AC-POP-VALOR
                   DISPLAY "Itens sorteados: " AC-AMOSTRA-QTD
                   DISPLAY "Semente (guarde para reproduzir): "
                           AC-SEMENTE
                   IF AC-METODO = 'M'
                       MOVE AC-INTERVALO TO WS-ED-VALOR
                       DISPLAY "Intervalo de amostragem: " WS-ED-VALOR
                   END-IF
           END-WRITE.
           CLOSE AMOSCAB-FILE.
           CLOSE AMOSITEM-FILE.

      *> TOTAIS DA POPULACAO POR ESTRATO VAO NO CABECALHO PARA A
      *> PROJECAO; SO OS SORTEADOS VIRAM ITENS
       375-GRAVAR-ITEM.
           MOVE WS-POP-ESTRATO(WS-POP-IDX) TO WS-EST-IDX.
           ADD 1 TO AC-EST-POP-QTD(WS-EST-IDX).
           ADD WS-POP-VALOR(WS-POP-IDX) TO AC-EST-POP-VALOR(WS-EST-IDX).
           IF WS-POP-ACERTOS(WS-POP-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO AC-EST-AMOSTRA(WS-EST-IDX).
           ADD 1 TO WS-ITEM-NUM.
           MOVE AC-NUMERO TO AI-NUMERO.
           MOVE WS-ITEM-NUM TO AI-ITEM.
           MOVE WS-POP-DOC(WS-POP-IDX) TO AI-NUM-DOC.
           MOVE WS-POP-SEQ(WS-POP-IDX) TO AI-SEQ.
           MOVE WS-POP-CNPJ(WS-POP-IDX) TO AI-CNPJ-FORN.
           MOVE WS-POP-DATA(WS-POP-IDX) TO AI-DATA-PGTO.
           MOVE WS-POP-VALOR(WS-POP-IDX) TO AI-VALOR.
           MOVE WS-EST-IDX TO AI-ESTRATO.
           MOVE WS-POP-ACERTOS(WS-POP-IDX) TO AI-ACERTOS.
           MOVE SPACES TO AI-RESULTADO AI-EXCECAO AI-AUDITOR.
           MOVE ZERO TO AI-VALOR-AUDITADO AI-DATA-TESTE.
           WRITE AMOSITEM-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar item da amostra. Status: "
                           WS-STATUS-AMOSITEM
           END-WRITE.

      *> SEMENTE DIGITADA E USADA COMO ESTA (REPRODUCAO); SEM SEMENTE
      *> TIRA UMA DO RELOGIO. O GERADOR SO ACEITA 1 A 2**31 - 2
       380-PREPARAR-SEMENTE.
           IF WS-SEMENTE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
               COMPUTE WS-SEMENTE = WS-DH-HORA * 100 + WS-DH-CENTESIMOS
                       + WS-DH-DATA
           END-IF.
           DIVIDE WS-SEMENTE BY 2147483646 GIVING WS-RND-QUOC
               REMAINDER WS-RND-X.
           IF WS-RND-X = ZERO
               MOVE 1 TO WS-RND-X
           END-IF.
           MOVE WS-RND-X TO WS-SEMENTE.

       385-PROXIMO-ALEATORIO.
           COMPUTE WS-RND-PRODUTO = WS-RND-X * 16807.
           DIVIDE WS-RND-PRODUTO BY WS-RND-MODULO GIVING WS-RND-QUOC
               REMAINDER WS-RND-X.
           COMPUTE WS-RND-U = WS-RND-X / WS-RND-MODULO.

       390-NIVEL-CONFIANCA.
           EVALUATE WS-CONFIANCA
               WHEN 90
                   MOVE 1 TO WS-NIVEL
               WHEN 95
                   MOVE 2 TO WS-NIVEL
               WHEN 99
                   MOVE 3 TO WS-NIVEL
               WHEN OTHER
                   MOVE 0 TO WS-NIVEL
           END-EVALUATE.

      *> ================================================================
      *> FOLHAS DE TESTE
      *> ================================================================
      *> UMA FOLHA POR PAGAMENTO SORTEADO, COM TUDO O QUE O AUDITOR
      *> PRECISA CONFERIR: CONTA, FORNECEDOR, APROVACOES, ANEXO, CHAVE
      *> DA NF-E, RETENCOES E O COMPROVANTE GERADO PELO COMPPAG
       400-FOLHAS-TESTE.
           PERFORM 480-LER-CABECALHO.
           IF WS-ACHOU NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AMOSITEM-FILE.
           OPEN INPUT CONTAPAGAR-FILE.
           OPEN INPUT FORNECEDORES-FILE.
           PERFORM 880-ABRIR-SPOOL.
           PERFORM 810-DESCREVER-METODO.
           MOVE SPACES TO WS-LINHA.
           STRING "FOLHAS DE TESTE - AMOSTRA " AC-NUMERO " - "
                  WS-DESCR-METODO " - PAGAMENTOS DE " AC-DATA-INICIO
                  " A " AC-DATA-FIM " - SEMENTE " AC-SEMENTE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE AC-NUMERO TO AI-NUMERO.
           MOVE ZERO TO AI-ITEM.
           START AMOSITEM-FILE KEY IS GREATER THAN AI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-FOLHA-ITEM UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE FORNECEDORES-FILE.
           CLOSE CONTAPAGAR-FILE.
           CLOSE AMOSITEM-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Folhas de teste gravadas em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

       410-FOLHA-ITEM.
           READ AMOSITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF AI-NUMERO NOT = AC-NUMERO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.

           MOVE ALL '=' TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ITEM " AI-ITEM " - ESTRATO " AI-ESTRATO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE AI-NUM-DOC TO H-NUM-DOC.
           MOVE AI-SEQ TO H-SEQ.
           OPEN INPUT HISTPAGTO-FILE.
           READ HISTPAGTO-FILE
               INVALID KEY
                   MOVE SPACES TO H-METODO-PGTO H-APROVADOR
                                  H-CONTA-EMPRESA H-APROVADOR-TITULAR
                   MOVE ZERO TO H-NUM-CHEQUE H-VALOR-DESCONTO
                                H-VALOR-JUROS H-VALOR-MULTA
           END-READ.
           CLOSE HISTPAGTO-FILE.
           MOVE AI-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "Pagamento: doc " AI-NUM-DOC "/" AI-SEQ " em "
                  AI-DATA-PGTO "  valor pago " WS-ED-VALOR "  metodo "
                  H-METODO-PGTO "  conta " H-CONTA-EMPRESA
                  "  cheque " H-NUM-CHEQUE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE H-VALOR-JUROS TO WS-ED-VALOR.
           MOVE H-VALOR-MULTA TO WS-ED-VALOR-2.
           MOVE SPACES TO WS-LINHA.
           STRING "           juros " WS-ED-VALOR "  multa "
                  WS-ED-VALOR-2
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE AI-CNPJ-FORN TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO F-RAZAO-SOCIAL
           END-READ.
           MOVE SPACES TO WS-LINHA.
           STRING "Fornecedor: " AI-CNPJ-FORN " " F-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE AI-NUM-DOC TO CP-NUM-DOC.
           MOVE AI-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   MOVE SPACES TO CP-CAMINHO-ANEXO CP-CHAVE-NFE
                                  CP-NATUREZA CP-CENTRO-CUSTO CP-FILIAL
                   MOVE ZERO TO CP-DATA-EMISSAO CP-DATA-VENC CP-VALOR
                                CP-NUM-PEDIDO
                   MOVE "(conta nao encontrada)" TO CP-CAMINHO-ANEXO
           END-READ.
           MOVE CP-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "Conta: emissao " CP-DATA-EMISSAO "  vencimento "
                  CP-DATA-VENC "  valor " WS-ED-VALOR "  natureza "
                  CP-NATUREZA "  centro " CP-CENTRO-CUSTO "  filial "
                  CP-FILIAL "  pedido " CP-NUM-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Anexo: " CP-CAMINHO-ANEXO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Chave NF-e: " CP-CHAVE-NFE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "Liberacao do pagamento: " H-APROVADOR
                  "  (titular da alcada: " H-APROVADOR-TITULAR ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "Aprovacoes do lancamento:" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT APRVLOG-FILE.
           IF STATUS-OK-AL
               MOVE 'N' TO WS-FIM-AUX
               PERFORM 420-FOLHA-APROVACAO UNTIL WS-FIM-AUX = 'Y'
           END-IF.
           CLOSE APRVLOG-FILE.
           IF WS-ACHOU = 'N'
               MOVE "   (nenhum registro de aprovacao)" TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

           MOVE "Retencoes:" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT RETENCAO-FILE.
           IF STATUS-OK-RT
               MOVE 'N' TO WS-FIM-AUX
               PERFORM 430-FOLHA-RETENCAO UNTIL WS-FIM-AUX = 'Y'
           END-IF.
           CLOSE RETENCAO-FILE.
           IF WS-ACHOU = 'N'
               MOVE "   (sem retencao)" TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "Comprovante: COMPROV_" AI-NUM-DOC "_" AI-SEQ ".TXT"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF AI-RESULTADO = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "Resultado: [ ] conforme  [ ] excecao    Valor "
                      "correto: ______________  Auditor: __________"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "Excecao: ____________________________________"
                      "______________________________"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           ELSE
               PERFORM 820-DESCREVER-RESULTADO
               MOVE AI-VALOR-AUDITADO TO WS-ED-VALOR
               MOVE SPACES TO WS-LINHA
               STRING "Resultado: " WS-DESCR-RESULTADO
                      "  valor correto " WS-ED-VALOR "  auditor "
                      AI-AUDITOR " em " AI-DATA-TESTE
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
               IF AI-EXCECAO NOT = SPACES
                   MOVE SPACES TO WS-LINHA
                   STRING "Excecao: " AI-EXCECAO
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
               END-IF
           END-IF.

       420-FOLHA-APROVACAO.
           READ APRVLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-AUX
                   EXIT PARAGRAPH
           END-READ.
           IF AL-NUM-DOC NOT = AI-NUM-DOC OR
                   AL-CNPJ-FORN NOT = AI-CNPJ-FORN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-ACHOU.
           MOVE SPACES TO WS-LINHA.
           STRING "   " AL-DATA-HORA " " AL-USUARIO " acao " AL-ACAO
                  " " AL-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       430-FOLHA-RETENCAO.
           READ RETENCAO-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-AUX
                   EXIT PARAGRAPH
           END-READ.
           IF RT-NUM-DOC NOT = AI-NUM-DOC OR
                   RT-CNPJ-FORN NOT = AI-CNPJ-FORN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-ACHOU.
           MOVE RT-VALOR-BASE TO WS-ED-VALOR.
           MOVE RT-VALOR-RETIDO TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING "   " RT-TIPO " em " RT-DATA-PGTO "  base "
                  WS-ED-VALOR "  retido " WS-ED-SINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       480-LER-CABECALHO.
           MOVE 'N' TO WS-ACHOU.
           DISPLAY "Numero da amostra: " WITH NO ADVANCING.
           MOVE ZERO TO WS-NUMERO-DIG.
           ACCEPT WS-NUMERO-DIG.
           OPEN INPUT AMOSCAB-FILE.
           IF NOT STATUS-OK-AC
               DISPLAY "AVISO: nenhuma amostra gerada ainda."
               CLOSE AMOSCAB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-DIG TO AC-NUMERO.
           READ AMOSCAB-FILE
               INVALID KEY
                   DISPLAY "ERRO: amostra nao encontrada."
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ.
           CLOSE AMOSCAB-FILE.

      *> ================================================================
      *> RESULTADO DOS TESTES
      *> ================================================================
      *> EXCECAO SEMPRE COM O VALOR QUE DEVERIA TER SIDO PAGO (IGUAL AO
      *> PAGO QUANDO A EXCECAO E SO DE CONTROLE, SEM EFEITO EM VALOR) E
      *> A DESCRICAO. O TESTE PODE SER REFEITO ENQUANTO A AUDITORIA NAO
      *> FECHA O TRABALHO
       500-REGISTRAR-TESTE.
           PERFORM 480-LER-CABECALHO.
           IF WS-ACHOU NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero do item: " WITH NO ADVANCING.
           MOVE ZERO TO WS-ITEM-DIG.
           ACCEPT WS-ITEM-DIG.
           OPEN I-O AMOSITEM-FILE.
           IF NOT STATUS-OK-AI
               DISPLAY "ERRO ao abrir itens da amostra. Status: "
                       WS-STATUS-AMOSITEM
               CLOSE AMOSITEM-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-NUMERO TO AI-NUMERO.
           MOVE WS-ITEM-DIG TO AI-ITEM.
           READ AMOSITEM-FILE
               INVALID KEY
                   DISPLAY "ERRO: item nao encontrado na amostra."
                   CLOSE AMOSITEM-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE AI-VALOR TO WS-ED-VALOR.
           DISPLAY "Pagamento " AI-NUM-DOC "/" AI-SEQ " de "
                   AI-DATA-PGTO " fornecedor " AI-CNPJ-FORN
                   " valor " WS-ED-VALOR.
           IF AI-RESULTADO NOT = SPACES
               PERFORM 820-DESCREVER-RESULTADO
               DISPLAY "Ja testado: " WS-DESCR-RESULTADO " por "
                       AI-AUDITOR " em " AI-DATA-TESTE
           END-IF.
           DISPLAY "Resultado - C conforme, E excecao: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'C'
                   MOVE 'C' TO AI-RESULTADO
                   MOVE AI-VALOR TO AI-VALOR-AUDITADO
                   MOVE SPACES TO AI-EXCECAO
               WHEN 'E'
                   MOVE 'E' TO AI-RESULTADO
                   DISPLAY "Valor que deveria ter sido pago: "
                           WITH NO ADVANCING
                   ACCEPT AI-VALOR-AUDITADO
                   MOVE SPACES TO AI-EXCECAO
                   PERFORM 510-DIGITAR-EXCECAO
                       UNTIL AI-EXCECAO NOT = SPACES
               WHEN OTHER
                   DISPLAY "Resultado invalido; item nao alterado."
                   MOVE SPACES TO WS-OPCAO
                   CLOSE AMOSITEM-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO WS-OPCAO.
           MOVE WS-USUARIO-SESSAO TO AI-AUDITOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AI-DATA-TESTE.
           REWRITE AMOSITEM-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o resultado. Status: "
                           WS-STATUS-AMOSITEM
               NOT INVALID KEY
                   DISPLAY "Resultado do item " AI-ITEM " gravado."
           END-REWRITE.
           CLOSE AMOSITEM-FILE.

       510-DIGITAR-EXCECAO.
           DISPLAY "Descricao da excecao (obrigatoria): "
                   WITH NO ADVANCING.
           ACCEPT AI-EXCECAO.

      *> ================================================================
      *> PROJECAO DO ERRO
      *> ================================================================
      *> UNIDADE MONETARIA: NOS ITENS MENORES QUE O INTERVALO O
      *> PERCENTUAL DE DISTORCAO DO ITEM VEZES O INTERVALO E O ERRO
      *> PROJETADO; NOS ITENS DO ESTRATO 3 A DISTORCAO ENTRA PELO VALOR.
      *> O LIMITE SUPERIOR SOMA A PRECISAO BASICA (FATOR DE ZERO ERRO
      *> VEZES O INTERVALO) E OS ERROS PROJETADOS EM ORDEM DECRESCENTE
      *> VEZES O ACRESCIMO DO FATOR DE POISSON DE CADA ERRO ADICIONAL.
      *> ALEATORIO E ESTRATIFICADO: ESTIMATIVA DE RAZAO POR ESTRATO
      *> (DISTORCAO DA AMOSTRA / VALOR DA AMOSTRA X VALOR DO ESTRATO)
       600-PROJETAR-ERRO.
           PERFORM 480-LER-CABECALHO.
           IF WS-ACHOU NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-TESTADOS WS-QTD-CONFORMES WS-QTD-EXCECOES
                        WS-QTD-NAO-TESTADOS WS-ERRO-PROJETADO
                        WS-ERRO-TOPO WS-PD-QTD.
           MOVE ZERO TO WS-EST-AMOSTRA-VALOR(1) WS-EST-AMOSTRA-VALOR(2)
                        WS-EST-AMOSTRA-VALOR(3) WS-EST-DISTORCAO(1)
                        WS-EST-DISTORCAO(2) WS-EST-DISTORCAO(3).
           MOVE AC-CONFIANCA TO WS-CONFIANCA.
           PERFORM 390-NIVEL-CONFIANCA.

           PERFORM 880-ABRIR-SPOOL.
           PERFORM 810-DESCREVER-METODO.
           MOVE SPACES TO WS-LINHA.
           STRING "PROJECAO DO ERRO - AMOSTRA " AC-NUMERO " - "
                  WS-DESCR-METODO " - PAGAMENTOS DE " AC-DATA-INICIO
                  " A " AC-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE AC-POP-VALOR TO WS-ED-VALOR.
           MOVE AC-ERRO-TOLERAVEL TO WS-ED-VALOR-2.
           MOVE SPACES TO WS-LINHA.
           STRING "Populacao: " AC-POP-QTD " pagamentos, valor "
                  WS-ED-VALOR "   erro toleravel " WS-ED-VALOR-2
                  "   semente " AC-SEMENTE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ITEM  DOCUMENTO  SEQ  ESTRATO     VALOR PAGO   VALOR "
                  "AUDITADO     DISTORCAO  EXCECAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           OPEN INPUT AMOSITEM-FILE.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE AC-NUMERO TO AI-NUMERO.
           MOVE ZERO TO AI-ITEM.
           START AMOSITEM-FILE KEY IS GREATER THAN AI-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 610-ACUMULAR-ITEM UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE AMOSITEM-FILE.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Itens: " AC-AMOSTRA-QTD "  testados: "
                  WS-QTD-TESTADOS "  conformes: " WS-QTD-CONFORMES
                  "  excecoes: " WS-QTD-EXCECOES "  nao testados: "
                  WS-QTD-NAO-TESTADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-QTD-NAO-TESTADOS > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "ATENCAO: ha itens nao testados; a projecao abaixo "
                      "considera so os testados."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

           IF AC-METODO = 'M'
               PERFORM 650-PROJETAR-MUS
           ELSE
               PERFORM 670-PROJETAR-RAZAO
           END-IF.

           MOVE SPACES TO WS-LINHA.
           IF WS-LIMITE-SUPERIOR > AC-ERRO-TOLERAVEL
               STRING "CONCLUSAO: o erro da populacao pode passar do "
                      "toleravel; ampliar os testes ou ajustar."
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               MOVE "CONCLUSAO: o erro projetado fica dentro do toleravel."
                   TO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

       610-ACUMULAR-ITEM.
           READ AMOSITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF AI-NUMERO NOT = AC-NUMERO
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           IF AI-RESULTADO = SPACES
               ADD 1 TO WS-QTD-NAO-TESTADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-TESTADOS.
           ADD AI-VALOR TO WS-EST-AMOSTRA-VALOR(AI-ESTRATO).
           IF AI-RESULTADO = 'C'
               ADD 1 TO WS-QTD-CONFORMES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-EXCECOES.
           COMPUTE WS-DISTORCAO = AI-VALOR - AI-VALOR-AUDITADO.
           ADD WS-DISTORCAO TO WS-EST-DISTORCAO(AI-ESTRATO).
           MOVE AI-VALOR TO WS-ED-VALOR.
           MOVE AI-VALOR-AUDITADO TO WS-ED-VALOR-2.
           MOVE WS-DISTORCAO TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING AI-ITEM "  " AI-NUM-DOC " " AI-SEQ "     " AI-ESTRATO
                  "   " WS-ED-VALOR " " WS-ED-VALOR-2 " " WS-ED-SINAL
                  "  " AI-EXCECAO(1:40)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           IF AC-METODO NOT = 'M'
               EXIT PARAGRAPH
           END-IF.
           IF AI-ESTRATO = 3
               ADD WS-DISTORCAO TO WS-ERRO-TOPO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERC-DISTORCAO ROUNDED = WS-DISTORCAO / AI-VALOR.
           COMPUTE WS-EST-PROJETADO ROUNDED =
               WS-PERC-DISTORCAO * AC-INTERVALO.
           ADD WS-EST-PROJETADO TO WS-ERRO-PROJETADO.
      *> SO AS SUPERAVALIACOES ENTRAM NO RANQUEAMENTO DO LIMITE
           IF WS-EST-PROJETADO > ZERO AND WS-PD-QTD < 500
               ADD 1 TO WS-PD-QTD
               MOVE WS-EST-PROJETADO TO WS-PD-VALOR(WS-PD-QTD)
           END-IF.

       650-PROJETAR-MUS.
           PERFORM 680-ORDENAR-PROJETADOS
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-QTD.
           COMPUTE WS-PRECISAO-BASICA ROUNDED =
               WS-FATOR(WS-NIVEL, 1) * AC-INTERVALO.
           MOVE ZERO TO WS-ACRESCIMO.
           PERFORM 660-ACRESCIMO-ERRO
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-QTD.
           COMPUTE WS-LIMITE-SUPERIOR = WS-PRECISAO-BASICA + WS-ACRESCIMO.
           IF WS-ERRO-TOPO > ZERO
               ADD WS-ERRO-TOPO TO WS-LIMITE-SUPERIOR
           END-IF.
           ADD WS-ERRO-TOPO TO WS-ERRO-PROJETADO.

           MOVE AC-INTERVALO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "Confianca " AC-CONFIANCA "%   intervalo de "
                  "amostragem " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-ERRO-TOPO TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Distorcao conhecida nos itens >= intervalo : "
                  WS-ED-SINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-ERRO-PROJETADO TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Erro mais provavel projetado na populacao  : "
                  WS-ED-SINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-PRECISAO-BASICA TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "Precisao basica                            : "
                  " " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-ACRESCIMO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "Acrescimo pelos erros projetados           : "
                  " " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-LIMITE-SUPERIOR TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Limite superior do erro                    : "
                  WS-ED-SINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> ERRO DE ORDEM N USA O ACRESCIMO DO FATOR N SOBRE O N-1; DO
      *> SEXTO ERRO EM DIANTE REPETE O ULTIMO ACRESCIMO DA TABELA
       660-ACRESCIMO-ERRO.
           IF WS-PD-IDX < 6
               COMPUTE WS-FATOR-IDX = WS-PD-IDX + 1
           ELSE
               MOVE 6 TO WS-FATOR-IDX
           END-IF.
           COMPUTE WS-INCREMENTO = WS-FATOR(WS-NIVEL, WS-FATOR-IDX)
                   - WS-FATOR(WS-NIVEL, WS-FATOR-IDX - 1).
           COMPUTE WS-ACRESCIMO ROUNDED = WS-ACRESCIMO
                   + WS-PD-VALOR(WS-PD-IDX) * WS-INCREMENTO.

       670-PROJETAR-RAZAO.
           MOVE ZERO TO WS-ERRO-PROJETADO.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTRATO  POP.QTDE      VALOR DO ESTRATO  AMOSTRA   "
                  "DISTORCAO AMOSTRA   ERRO PROJETADO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 675-PROJETAR-ESTRATO
               VARYING WS-EST-IDX FROM 1 BY 1 UNTIL WS-EST-IDX > 3.
           MOVE WS-ERRO-PROJETADO TO WS-LIMITE-SUPERIOR.
           MOVE WS-ERRO-PROJETADO TO WS-ED-SINAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Erro projetado na populacao: " WS-ED-SINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       675-PROJETAR-ESTRATO.
           IF AC-EST-POP-QTD(WS-EST-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EST-PROJETADO.
           IF WS-EST-AMOSTRA-VALOR(WS-EST-IDX) > ZERO
               COMPUTE WS-EST-PROJETADO ROUNDED =
                   WS-EST-DISTORCAO(WS-EST-IDX)
                   * AC-EST-POP-VALOR(WS-EST-IDX)
                   / WS-EST-AMOSTRA-VALOR(WS-EST-IDX)
           END-IF.
           ADD WS-EST-PROJETADO TO WS-ERRO-PROJETADO.
           MOVE AC-EST-POP-VALOR(WS-EST-IDX) TO WS-ED-VALOR.
           MOVE AC-EST-AMOSTRA(WS-EST-IDX) TO WS-ED-QTD.
           MOVE WS-EST-DISTORCAO(WS-EST-IDX) TO WS-ED-SINAL.
           MOVE WS-EST-PROJETADO TO WS-ED-VALOR-2.
           MOVE SPACES TO WS-LINHA.
           IF WS-EST-PROJETADO < ZERO
               STRING "   " WS-EST-IDX "     " AC-EST-POP-QTD(WS-EST-IDX)
                      "  " WS-ED-VALOR "    " WS-ED-QTD " "
                      WS-ED-SINAL "  (subavaliacao)"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "   " WS-EST-IDX "     " AC-EST-POP-QTD(WS-EST-IDX)
                      "  " WS-ED-VALOR "    " WS-ED-QTD " "
                      WS-ED-SINAL "  " WS-ED-VALOR-2
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

      *> ORDENACAO SIMPLES (POUCOS ERROS) DOS ERROS PROJETADOS EM ORDEM
      *> DECRESCENTE: O MAIOR LEVA O MAIOR ACRESCIMO
       680-ORDENAR-PROJETADOS.
           PERFORM 685-COMPARAR-PROJETADO
               VARYING WS-PD-IDX-2 FROM WS-PD-IDX BY 1
               UNTIL WS-PD-IDX-2 > WS-PD-QTD.

       685-COMPARAR-PROJETADO.
           IF WS-PD-VALOR(WS-PD-IDX-2) > WS-PD-VALOR(WS-PD-IDX)
               MOVE WS-PD-VALOR(WS-PD-IDX) TO WS-PD-TROCA
               MOVE WS-PD-VALOR(WS-PD-IDX-2) TO WS-PD-VALOR(WS-PD-IDX)
               MOVE WS-PD-TROCA TO WS-PD-VALOR(WS-PD-IDX-2)
           END-IF.

      *> ================================================================
      *> LISTA DAS AMOSTRAS
      *> ================================================================
       700-LISTAR-AMOSTRAS.
           OPEN INPUT AMOSCAB-FILE.
           IF NOT STATUS-OK-AC
               DISPLAY "AVISO: nenhuma amostra gerada ainda."
               CLOSE AMOSCAB-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO  PERIODO            METODO                    "
                   "ITENS  SEMENTE     GERADA POR".
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO AC-NUMERO.
           START AMOSCAB-FILE KEY IS GREATER THAN AC-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 710-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE AMOSCAB-FILE.
           PERFORM 850-PAUSA.

       710-LISTAR-PROXIMA.
           READ AMOSCAB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 810-DESCREVER-METODO
                   DISPLAY AC-NUMERO "  " AC-DATA-INICIO "-" AC-DATA-FIM
                           " " WS-DESCR-METODO " " AC-AMOSTRA-QTD "  "
                           AC-SEMENTE "  " AC-USUARIO
           END-READ.

       810-DESCREVER-METODO.
           EVALUATE AC-METODO
               WHEN 'M'
                   MOVE "unidade monetaria" TO WS-DESCR-METODO
               WHEN 'A'
                   MOVE "aleatoria simples" TO WS-DESCR-METODO
               WHEN 'E'
                   MOVE "estratificada por valor" TO WS-DESCR-METODO
               WHEN OTHER
                   MOVE AC-METODO TO WS-DESCR-METODO
           END-EVALUATE.

       820-DESCREVER-RESULTADO.
           EVALUATE AI-RESULTADO
               WHEN 'C'
                   MOVE "conforme" TO WS-DESCR-RESULTADO
               WHEN 'E'
                   MOVE "EXCECAO" TO WS-DESCR-RESULTADO
               WHEN OTHER
                   MOVE "nao testado" TO WS-DESCR-RESULTADO
           END-EVALUATE.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'AMOSTRA_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
