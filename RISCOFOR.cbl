       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOFOR.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HISTPAGTO-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-PRIMARY-KEY
               ALTERNATE RECORD KEY IS H-NUM-DOC WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTPAGTO.

           SELECT FORNRFB-FILE *> Situacao cadastral gravada por fornecedor
               ASSIGN TO 'FORNRFB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CNPJ
               FILE STATUS IS WS-STATUS-FORNRFB.

           SELECT CERTCND-FILE *> Certidoes de regularidade por fornecedor
               ASSIGN TO 'CERTCND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-CERTCND.

           SELECT CONTESTA-FILE *> Log de bloqueios/liberacoes por contestacao
               ASSIGN TO 'CONTESTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTESTA.

           SELECT CIRCRES-FILE *> Resultado da circularizacao por fornecedor
               ASSIGN TO 'CIRCRES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIRCRES.

           SELECT FBPEND-FILE *> Alteracoes bancarias aguardando confirmacao
               ASSIGN TO 'FBPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-CNPJ
               FILE STATUS IS WS-STATUS-FBPEND.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT RISCOPAR-FILE *> Pesos e faixas da classificacao de risco
               ASSIGN TO 'RISCOPAR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RISCOPAR.

           SELECT RISCOFOR-FILE *> Classificacao de risco vigente por fornecedor
               ASSIGN TO 'RISCOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CNPJ
               FILE STATUS IS WS-STATUS-RISCOFOR.

           SELECT RISCOLOG-FILE *> Historico de mudancas de classe de risco
               ASSIGN TO 'RISCOLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RISCOLOG.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERRLOG.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HISTPAGTO-FILE.
       01  HIST-REG.
           05 H-PRIMARY-KEY.
              10 H-NUM-DOC     PIC 9(10).
              10 H-SEQ         PIC 9(04).
           05 H-CNPJ-FORN      PIC 9(14).
           05 H-DATA-PGTO      PIC 9(08).
           05 H-VALOR-ORIGINAL PIC S9(10)V99.
           05 H-VALOR-PAGO     PIC S9(10)V99.
           05 H-METODO-PGTO    PIC X(10).
           05 H-APROVADOR      PIC X(06).
           05 H-CONTA-EMPRESA  PIC X(04).
           05 H-VALOR-DESCONTO PIC 9(10)V99.
           05 H-NUM-CHEQUE     PIC 9(06).
           05 H-VALOR-JUROS    PIC 9(10)V99.
           05 H-VALOR-MULTA    PIC 9(10)V99.
           05 H-APROVADOR-TITULAR PIC X(06).

       FD  FORNRFB-FILE.
       01  FORNRFB-REG.
           05 FR-CNPJ          PIC 9(14).
           05 FR-SITUACAO-RFB  PIC X(01).
           05 FR-DATA-CHECAGEM PIC 9(08).

       FD  CERTCND-FILE.
       01  CERTCND-REG.
           05 CD-CHAVE.
              10 CD-CNPJ-FORN   PIC 9(14).
              10 CD-TIPO        PIC X(04).
           05 CD-NUMERO         PIC X(20).
           05 CD-DATA-EMISSAO   PIC 9(08).
           05 CD-DATA-VALIDADE  PIC 9(08).

       FD  CONTESTA-FILE.
       01  CONTESTA-REG.
           05 CT-DATA-HORA     PIC 9(14).
           05 CT-NUM-DOC       PIC 9(10).
           05 CT-CNPJ-FORN     PIC 9(14).
           05 CT-USUARIO       PIC X(10).
           05 CT-EVENTO        PIC X(01).
           05 CT-SITUACAO-ANT  PIC X(01).
           05 CT-DATA-PREVISTA PIC 9(08).
           05 CT-MOTIVO        PIC X(60).

       FD  CIRCRES-FILE.
       01  CIRCRES-REG.
           05 CR-CNPJ          PIC 9(14).
           05 CR-DATA          PIC 9(08).
           05 CR-QTD-ITENS     PIC 9(05).
           05 CR-QTD-DIVERG    PIC 9(05).

       FD  FBPEND-FILE.
       01  FBPEND-REG.
           05 FP-CNPJ          PIC 9(14).
           05 FP-BANCO         PIC X(03).
           05 FP-AGENCIA       PIC X(06).
           05 FP-CONTA         PIC X(12).
           05 FP-PIX           PIC X(40).
           05 FP-TIPO-PIX      PIC X(01).
           05 FP-USUARIO-SOLIC PIC X(10).
           05 FP-DATA-HORA-SOLIC PIC 9(14).

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

      *> REGISTRO UNICO COM O PESO DE CADA FATOR (NA ORDEM: RECEITA
      *> FEDERAL, CERTIDOES, CONTESTACOES, CIRCULARIZACAO, CONCENTRACAO
      *> DE GASTO, DADOS BANCARIOS, TEMPO DE RELACIONAMENTO) E AS
      *> PONTUACOES A PARTIR DAS QUAIS O FORNECEDOR E RISCO MEDIO E ALTO.
      *> SEM O ARQUIVO VALEM OS PESOS PADRAO
       FD  RISCOPAR-FILE.
       01  RISCOPAR-REG.
           05 RP-PESO          PIC 9(03) OCCURS 7 TIMES.
           05 RP-LIMITE-MEDIO  PIC 9(03).
           05 RP-LIMITE-ALTO   PIC 9(03).
           05 RP-USUARIO       PIC X(10).
           05 RP-DATA-HORA     PIC 9(14).

      *> CLASSIFICACAO VIGENTE: PONTUACAO 0-100, CLASSE 'B' BAIXO,
      *> 'M' MEDIO, 'A' ALTO, A NOTA 0-100 DE CADA FATOR (MESMA ORDEM
      *> DOS PESOS) E A CLASSE ANTERIOR COM A DATA DA ULTIMA MUDANCA.
      *> LANCCONT E PGTOCONT CONSULTAM ESTE ARQUIVO
       FD  RISCOFOR-FILE.
       01  RISCOFOR-REG.
           05 RF-CNPJ          PIC 9(14).
           05 RF-PONTUACAO     PIC 9(03).
           05 RF-CLASSE        PIC X(01).
           05 RF-NOTAS.
              10 RF-NOTA       PIC 9(03) OCCURS 7 TIMES.
           05 RF-DATA-CALCULO  PIC 9(08).
           05 RF-CLASSE-ANT    PIC X(01).
           05 RF-PONTUACAO-ANT PIC 9(03).
           05 RF-DATA-MUDANCA  PIC 9(08).

      *> UMA LINHA POR MUDANCA DE CLASSE, COM AS NOTAS QUE A CAUSARAM
       FD  RISCOLOG-FILE.
       01  RISCOLOG-REG.
           05 RL-DATA-HORA     PIC 9(14).
           05 RL-CNPJ          PIC 9(14).
           05 RL-CLASSE-ANT    PIC X(01).
           05 RL-CLASSE-NOVA   PIC X(01).
           05 RL-PONTUACAO-ANT PIC 9(03).
           05 RL-PONTUACAO-NOVA PIC 9(03).
           05 RL-NOTAS.
              10 RL-NOTA       PIC 9(03) OCCURS 7 TIMES.
           05 RL-USUARIO       PIC X(10).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
           05 EL-USUARIO       PIC X(10).
           05 EL-PROGRAMA      PIC X(08).
           05 EL-ARQUIVO       PIC X(12).
           05 EL-STATUS        PIC X(02).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO     PIC X(2).
          88 STATUS-OK-HIST         VALUE '00'.
       01 WS-STATUS-FORNRFB       PIC X(2).
          88 STATUS-OK-FR           VALUE '00'.
       01 WS-STATUS-CERTCND       PIC X(2).
          88 STATUS-OK-CD           VALUE '00'.
       01 WS-STATUS-CONTESTA      PIC X(2).
          88 STATUS-OK-CT           VALUE '00'.
       01 WS-STATUS-CIRCRES       PIC X(2).
          88 STATUS-OK-CR           VALUE '00'.
       01 WS-STATUS-FBPEND        PIC X(2).
          88 STATUS-OK-FP           VALUE '00'.
       01 WS-STATUS-JORNAL        PIC X(2).
          88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-RISCOPAR      PIC X(2).
          88 STATUS-OK-RP           VALUE '00'.
       01 WS-STATUS-RISCOFOR      PIC X(2).
          88 STATUS-OK-RF           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RF VALUE '35'.
       01 WS-STATUS-RISCOLOG      PIC X(2).
          88 STATUS-OK-RL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RL VALUE '35'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-ERRLOG        PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO        PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-ERR-ARQUIVO          PIC X(12).
       01 WS-ERR-STATUS           PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA           PIC 9(08).
           05 WS-DHE-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT)
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                 PIC X(132).

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-OPCAO                 PIC X(01) VALUE SPACES.
       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-AGORA                 PIC 9(14).
       01 WS-DIA-HOJE              PIC 9(08).
       01 WS-INT-HOJE              PIC 9(08).
       01 WS-DATA-CORTE-ANO        PIC 9(08).
       01 WS-DATA-CORTE-SEMESTRE   PIC 9(08).
       01 WS-DIAS                  PIC S9(07).

      *> PESOS E FAIXAS EM USO; OS VALORES ABAIXO SAO O PADRAO QUANDO
      *> O RISCOPAR.DAT NAO EXISTE
       01 WS-PESOS-PADRAO.
           05 FILLER PIC 9(03) VALUE 025.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC 9(03) VALUE 010.
           05 FILLER PIC 9(03) VALUE 010.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC 9(03) VALUE 010.
       01 WS-PESOS-PADRAO-R REDEFINES WS-PESOS-PADRAO.
           05 WS-PESO-PADRAO       PIC 9(03) OCCURS 7 TIMES.
       01 WS-PESOS.
           05 WS-PESO              PIC 9(03) OCCURS 7 TIMES.
       01 WS-SOMA-PESOS            PIC 9(05).
       01 WS-LIMITE-MEDIO          PIC 9(03) VALUE 30.
       01 WS-LIMITE-ALTO           PIC 9(03) VALUE 60.

       01 WS-FATORES.
           05 FILLER PIC X(16) VALUE 'RECEITA FEDERAL '.
           05 FILLER PIC X(16) VALUE 'CERTIDOES (CND) '.
           05 FILLER PIC X(16) VALUE 'CONTESTACOES    '.
           05 FILLER PIC X(16) VALUE 'CIRCULARIZACAO  '.
           05 FILLER PIC X(16) VALUE 'CONCENTRACAO    '.
           05 FILLER PIC X(16) VALUE 'DADOS BANCARIOS '.
           05 FILLER PIC X(16) VALUE 'TEMPO DE RELACAO'.
       01 WS-FATORES-R REDEFINES WS-FATORES.
           05 WS-FATOR-NOME        PIC X(16) OCCURS 7 TIMES.
       01 WS-FT-IDX                PIC 9(01).

      *> FORNECEDORES DO CADASTRO COM OS INDICADORES APURADOS NA
      *> VARREDURA DOS ARQUIVOS DE MOVIMENTO
       01 WS-FN-QTD                PIC 9(04) VALUE ZERO.
       01 WS-FN-IDX                PIC 9(04).
       01 WS-FN-ACHOU              PIC 9(04).
       01 WS-FN-BUSCA-IDX          PIC 9(04).
       01 WS-FN-FORA               PIC 9(05) VALUE ZERO.
       01 WS-FN-TAB.
           05 WS-FN-ITEM OCCURS 2000 TIMES.
              10 WS-FN-CNPJ        PIC 9(14).
              10 WS-FN-PRIM-EMISSAO PIC 9(08).
              10 WS-FN-GASTO       PIC 9(12)V99.
              10 WS-FN-QTD-CONTEST PIC 9(03).
              10 WS-FN-QTD-BANCO   PIC 9(03).
              10 WS-FN-CIRC-DATA   PIC 9(08).
              10 WS-FN-CIRC-ITENS  PIC 9(05).
              10 WS-FN-CIRC-DIVERG PIC 9(05).
       01 WS-BUSCA-CNPJ            PIC 9(14).
       01 WS-GASTO-TOTAL           PIC 9(13)V99.

      *> APURACAO DO FORNECEDOR CORRENTE
       01 WS-NOTAS.
           05 WS-NOTA              PIC 9(03) OCCURS 7 TIMES.
       01 WS-NOTA-CALC             PIC 9(05)V99.
       01 WS-SOMA-PONDERADA        PIC 9(07).
       01 WS-PONTUACAO             PIC 9(03).
       01 WS-CLASSE                PIC X(01).
       01 WS-CND-QTD               PIC 9(03).
       01 WS-CND-VENCIDA           PIC X(01).
       01 WS-CND-A-VENCER          PIC X(01).
       01 WS-DATA-AVISO-CND        PIC 9(08).
       01 WS-FIM-CND               PIC X(01).

      *> ORDEM DAS CLASSES PARA SABER SE A MUDANCA FOI DE PIORA
       01 WS-ORDEM-ANT             PIC 9(01).
       01 WS-ORDEM-NOVA            PIC 9(01).
       01 WS-CLASSE-ORDEM          PIC X(01).
       01 WS-ORDEM                 PIC 9(01).

       01 WS-QTD-CALCULADOS        PIC 9(05) VALUE ZERO.
       01 WS-QTD-MUDANCAS          PIC 9(05) VALUE ZERO.
       01 WS-QTD-PIORAS            PIC 9(05) VALUE ZERO.
       01 WS-QTD-BAIXO             PIC 9(05) VALUE ZERO.
       01 WS-QTD-MEDIO             PIC 9(05) VALUE ZERO.
       01 WS-QTD-ALTO              PIC 9(05) VALUE ZERO.
       01 WS-RL-ABERTO             PIC X(01).
       01 WS-FR-ABERTO             PIC X(01).
       01 WS-CD-ABERTO             PIC X(01).
       01 WS-FP-ABERTO             PIC X(01).

      *> CONSULTA E RELATORIOS
       01 WS-CNPJ-CONSULTA         PIC 9(14).
       01 WS-DATA-DESDE            PIC 9(08).
       01 WS-QTD-LISTADOS          PIC 9(05).
       01 WS-FATOR-PRINCIPAL       PIC X(16).
       01 WS-MAIOR-PESO-NOTA       PIC 9(06).
       01 WS-PESO-NOTA             PIC 9(06).
       01 WS-NOME-CLASSE           PIC X(05).
       01 WS-NOME-CLASSE-ANT       PIC X(05).
       01 WS-ED-PONT               PIC ZZ9.
       01 WS-ED-PONT-ANT           PIC ZZ9.
       01 WS-ED-NOTA               PIC ZZ9.

       PROCEDURE DIVISION.
      *> CLASSIFICACAO DE RISCO DO FORNECEDOR: JUNTA NUMA PONTUACAO
      *> PONDERADA DE 0 A 100 OS SINAIS QUE HOJE FICAM ESPALHADOS --
      *> SITUACAO NA RECEITA (FORNRFB), CERTIDOES (CERTCND), CONTAS
      *> CONTESTADAS (CONTESTA), DIVERGENCIAS DE CIRCULARIZACAO
      *> (CIRCRES), CONCENTRACAO DO GASTO DOS ULTIMOS 12 MESES
      *> (HISTPAGTO), TROCAS DE DADOS BANCARIOS (JORNAL E FBPEND) E
      *> TEMPO DE RELACIONAMENTO (PRIMEIRA EMISSAO NO CONTAPAGAR). OS
      *> PESOS FICAM NO RISCOPAR.DAT. A RODADA NOTURNA RECALCULA TODOS E
      *> REGISTRA NO RISCOLOG.DAT CADA MUDANCA DE CLASSE
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DIA-HOJE.
           MOVE WS-DH-DATA TO WS-AGORA(1:8).
           MOVE WS-DH-HORA TO WS-AGORA(9:6).
           PERFORM 150-LER-SESSAO.
           PERFORM 160-LER-PESOS.
           IF WS-MODO-BATCH = 'S'
               PERFORM 300-RECALCULAR
               MOVE WS-QTD-MUDANCAS TO WS-CONTADOR-BATCH
               GOBACK
           END-IF.
           PERFORM 200-MENU-RISCO UNTIL WS-OPCAO = 'S'.
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

      *> PESO ZERO DESLIGA O FATOR; SE TODOS ESTIVEREM ZERADOS (ARQUIVO
      *> ESTRAGADO) VOLTA AO PADRAO PARA A PONTUACAO NAO DIVIDIR POR ZERO
       160-LER-PESOS.
           MOVE WS-PESOS-PADRAO TO WS-PESOS.
           MOVE 30 TO WS-LIMITE-MEDIO.
           MOVE 60 TO WS-LIMITE-ALTO.
           OPEN INPUT RISCOPAR-FILE.
           IF STATUS-OK-RP
               READ RISCOPAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 165-COPIAR-PESO
                           VARYING WS-FT-IDX FROM 1 BY 1
                           UNTIL WS-FT-IDX > 7
                       MOVE RP-LIMITE-MEDIO TO WS-LIMITE-MEDIO
                       MOVE RP-LIMITE-ALTO TO WS-LIMITE-ALTO
               END-READ
           END-IF.
           CLOSE RISCOPAR-FILE.
           MOVE ZERO TO WS-SOMA-PESOS.
           PERFORM 166-SOMAR-PESO
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           IF WS-SOMA-PESOS = ZERO
               MOVE WS-PESOS-PADRAO TO WS-PESOS
               MOVE ZERO TO WS-SOMA-PESOS
               PERFORM 166-SOMAR-PESO
                   VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7
           END-IF.

       165-COPIAR-PESO.
           MOVE RP-PESO(WS-FT-IDX) TO WS-PESO(WS-FT-IDX).

       166-SOMAR-PESO.
           ADD WS-PESO(WS-FT-IDX) TO WS-SOMA-PESOS.

       200-MENU-RISCO.
           DISPLAY "--- Classificacao de Risco de Fornecedores ---".
           DISPLAY "R - Recalcular a classificacao agora".
           DISPLAY "C - Consultar a classificacao de um fornecedor".
           DISPLAY "A - Listar fornecedores de risco alto".
           DISPLAY "P - Fornecedores cuja classificacao piorou".
           DISPLAY "W - Pesos e faixas (supervisor)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 300-RECALCULAR
                   PERFORM 850-PAUSA
               WHEN 'C'
                   PERFORM 500-CONSULTAR-FORNECEDOR
               WHEN 'A'
                   PERFORM 550-LISTAR-RISCO-ALTO
               WHEN 'P'
                   PERFORM 600-RELATORIO-PIORA
               WHEN 'W'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 700-MANTER-PESOS
                   ELSE
                       DISPLAY "ERRO: somente o supervisor altera os "
                               "pesos da classificacao."
                   END-IF
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> RECALCULO COMPLETO: CARREGA O CADASTRO, VARRE OS MOVIMENTOS
      *> UMA VEZ CADA E GRAVA A CLASSIFICACAO DE TODOS OS FORNECEDORES
       300-RECALCULAR.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Recalculando a classificacao de risco..."
           END-IF.
           MOVE ZERO TO WS-QTD-CALCULADOS WS-QTD-MUDANCAS WS-QTD-PIORAS
                        WS-QTD-BAIXO WS-QTD-MEDIO WS-QTD-ALTO.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DIA-HOJE).
           COMPUTE WS-DATA-CORTE-ANO =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 365).
           COMPUTE WS-DATA-CORTE-SEMESTRE =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 180).
           COMPUTE WS-DATA-AVISO-CND =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE + 30).

           PERFORM 310-CARREGAR-FORNECEDORES.
           IF WS-FN-QTD = ZERO
               DISPLAY "AVISO: nenhum fornecedor cadastrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 320-APURAR-PRIMEIRA-EMISSAO.
           PERFORM 330-APURAR-GASTO.
           PERFORM 340-APURAR-CONTESTACOES.
           PERFORM 350-APURAR-CIRCULARIZACAO.
           PERFORM 360-APURAR-TROCAS-BANCARIAS.

           OPEN I-O RISCOFOR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RF
               OPEN OUTPUT RISCOFOR-FILE
               CLOSE RISCOFOR-FILE
               OPEN I-O RISCOFOR-FILE
           END-IF.
           IF NOT STATUS-OK-RF
               DISPLAY "ERRO ao abrir RISCOFOR.DAT. Status: "
                       WS-STATUS-RISCOFOR
               MOVE 'RISCOFOR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-RISCOFOR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RL-ABERTO.
           OPEN EXTEND RISCOLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RL
               OPEN OUTPUT RISCOLOG-FILE
           END-IF.
           IF STATUS-OK-RL
               MOVE 'S' TO WS-RL-ABERTO
           ELSE
               MOVE 'RISCOLOG' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-RISCOLOG TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
           END-IF.
           MOVE 'N' TO WS-FR-ABERTO WS-CD-ABERTO WS-FP-ABERTO.
           OPEN INPUT FORNRFB-FILE.
           IF STATUS-OK-FR
               MOVE 'S' TO WS-FR-ABERTO
           END-IF.
           OPEN INPUT CERTCND-FILE.
           IF STATUS-OK-CD
               MOVE 'S' TO WS-CD-ABERTO
           END-IF.
           OPEN INPUT FBPEND-FILE.
           IF STATUS-OK-FP
               MOVE 'S' TO WS-FP-ABERTO
           END-IF.

           PERFORM 400-CLASSIFICAR-FORNECEDOR
               VARYING WS-FN-IDX FROM 1 BY 1 UNTIL WS-FN-IDX > WS-FN-QTD.

           IF WS-FR-ABERTO = 'S'
               CLOSE FORNRFB-FILE
           END-IF.
           IF WS-CD-ABERTO = 'S'
               CLOSE CERTCND-FILE
           END-IF.
           IF WS-FP-ABERTO = 'S'
               CLOSE FBPEND-FILE
           END-IF.
           IF WS-RL-ABERTO = 'S'
               CLOSE RISCOLOG-FILE
           END-IF.
           CLOSE RISCOFOR-FILE.

           DISPLAY "Fornecedores classificados: " WS-QTD-CALCULADOS.
           DISPLAY "  Risco baixo / medio / alto: " WS-QTD-BAIXO " / "
                   WS-QTD-MEDIO " / " WS-QTD-ALTO.
           DISPLAY "Mudancas de classe         : " WS-QTD-MUDANCAS
                   " (pioras: " WS-QTD-PIORAS ")".
           IF WS-FN-FORA > ZERO
               DISPLAY "AVISO: " WS-FN-FORA " fornecedor(es) alem da "
                       "tabela ficaram sem classificacao."
           END-IF.

       310-CARREGAR-FORNECEDORES.
           MOVE ZERO TO WS-FN-QTD WS-FN-FORA WS-GASTO-TOTAL.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 315-CARREGAR-UM-FORNECEDOR UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNECEDORES-FILE.

       315-CARREGAR-UM-FORNECEDOR.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-FN-QTD < 2000
                       ADD 1 TO WS-FN-QTD
                       MOVE F-CNPJ TO WS-FN-CNPJ(WS-FN-QTD)
                       MOVE ZERO TO WS-FN-PRIM-EMISSAO(WS-FN-QTD)
                                    WS-FN-GASTO(WS-FN-QTD)
                                    WS-FN-QTD-CONTEST(WS-FN-QTD)
                                    WS-FN-QTD-BANCO(WS-FN-QTD)
                                    WS-FN-CIRC-DATA(WS-FN-QTD)
                                    WS-FN-CIRC-ITENS(WS-FN-QTD)
                                    WS-FN-CIRC-DIVERG(WS-FN-QTD)
                   ELSE
                       ADD 1 TO WS-FN-FORA
                   END-IF
           END-READ.

      *> TEMPO DE RELACIONAMENTO: A EMISSAO MAIS ANTIGA LANCADA PARA O
      *> FORNECEDOR (CONTAS ARQUIVADAS SAEM DESTA CONTAGEM, O QUE SO
      *> ENCURTA O RELACIONAMENTO DE QUEM E ANTIGO DEMAIS PARA PESAR)
       320-APURAR-PRIMEIRA-EMISSAO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 325-LER-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.

       325-LER-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE CP-CNPJ-FORN TO WS-BUSCA-CNPJ
                   PERFORM 900-LOCALIZAR-FORNECEDOR
                   IF WS-FN-ACHOU > ZERO AND CP-DATA-EMISSAO > ZERO
                       IF WS-FN-PRIM-EMISSAO(WS-FN-ACHOU) = ZERO OR
                               CP-DATA-EMISSAO <
                                   WS-FN-PRIM-EMISSAO(WS-FN-ACHOU)
                           MOVE CP-DATA-EMISSAO
                               TO WS-FN-PRIM-EMISSAO(WS-FN-ACHOU)
                       END-IF
                   END-IF
           END-READ.

      *> CONCENTRACAO: VALOR PAGO AO FORNECEDOR NOS ULTIMOS 12 MESES
      *> SOBRE O TOTAL PAGO NO PERIODO
       330-APURAR-GASTO.
           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 335-LER-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE HISTPAGTO-FILE.

       335-LER-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF H-DATA-PGTO >= WS-DATA-CORTE-ANO AND
                           H-VALOR-PAGO > ZERO
                       ADD H-VALOR-PAGO TO WS-GASTO-TOTAL
                       MOVE H-CNPJ-FORN TO WS-BUSCA-CNPJ
                       PERFORM 900-LOCALIZAR-FORNECEDOR
                       IF WS-FN-ACHOU > ZERO
                           ADD H-VALOR-PAGO TO WS-FN-GASTO(WS-FN-ACHOU)
                       END-IF
                   END-IF
           END-READ.

      *> CONTAS BLOQUEADAS POR CONTESTACAO ('H') NOS ULTIMOS 12 MESES
       340-APURAR-CONTESTACOES.
           OPEN INPUT CONTESTA-FILE.
           IF NOT STATUS-OK-CT
               CLOSE CONTESTA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 345-LER-CONTESTACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTESTA-FILE.

       345-LER-CONTESTACAO.
           READ CONTESTA-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CT-EVENTO = 'H' AND
                           CT-DATA-HORA(1:8) >= WS-DATA-CORTE-ANO
                       MOVE CT-CNPJ-FORN TO WS-BUSCA-CNPJ
                       PERFORM 900-LOCALIZAR-FORNECEDOR
                       IF WS-FN-ACHOU > ZERO AND
                               WS-FN-QTD-CONTEST(WS-FN-ACHOU) < 999
                           ADD 1 TO WS-FN-QTD-CONTEST(WS-FN-ACHOU)
                       END-IF
                   END-IF
           END-READ.

      *> CIRCULARIZACAO: VALE A CONFERENCIA MAIS RECENTE DE CADA CNPJ
       350-APURAR-CIRCULARIZACAO.
           OPEN INPUT CIRCRES-FILE.
           IF NOT STATUS-OK-CR
               CLOSE CIRCRES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 355-LER-CIRCULARIZACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CIRCRES-FILE.

       355-LER-CIRCULARIZACAO.
           READ CIRCRES-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE CR-CNPJ TO WS-BUSCA-CNPJ
                   PERFORM 900-LOCALIZAR-FORNECEDOR
                   IF WS-FN-ACHOU > ZERO AND
                           CR-DATA >= WS-FN-CIRC-DATA(WS-FN-ACHOU)
                       MOVE CR-DATA TO WS-FN-CIRC-DATA(WS-FN-ACHOU)
                       MOVE CR-QTD-ITENS
                           TO WS-FN-CIRC-ITENS(WS-FN-ACHOU)
                       MOVE CR-QTD-DIVERG
                           TO WS-FN-CIRC-DIVERG(WS-FN-ACHOU)
                   END-IF
           END-READ.

      *> TROCAS DE DADOS BANCARIOS NOS ULTIMOS 6 MESES: CADA INCLUSAO
      *> OU CONFIRMACAO DO FORNBANCO GRAVADA NO JORNAL (A IMAGEM
      *> COMECA PELO CNPJ NOS DOIS CASOS)
       360-APURAR-TROCAS-BANCARIAS.
           OPEN INPUT JORNAL-FILE.
           IF NOT STATUS-OK-JN
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 365-LER-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.

       365-LER-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF JN-ARQUIVO = 'FORNBANCO' AND
                           JN-DATA-HORA(1:8) >= WS-DATA-CORTE-SEMESTRE
                           AND JN-IMAGEM(1:14) IS NUMERIC
                       MOVE JN-IMAGEM(1:14) TO WS-BUSCA-CNPJ
                       PERFORM 900-LOCALIZAR-FORNECEDOR
                       IF WS-FN-ACHOU > ZERO AND
                               WS-FN-QTD-BANCO(WS-FN-ACHOU) < 999
                           ADD 1 TO WS-FN-QTD-BANCO(WS-FN-ACHOU)
                       END-IF
                   END-IF
           END-READ.

      *> NOTA DE CADA FATOR, PONTUACAO PONDERADA, CLASSE E GRAVACAO;
      *> MUDANCA DE CLASSE VAI PARA O RISCOLOG
       400-CLASSIFICAR-FORNECEDOR.
           PERFORM 410-NOTA-RECEITA.
           PERFORM 420-NOTA-CERTIDOES.
           PERFORM 430-NOTA-CONTESTACOES.
           PERFORM 440-NOTA-CIRCULARIZACAO.
           PERFORM 450-NOTA-CONCENTRACAO.
           PERFORM 460-NOTA-BANCO.
           PERFORM 470-NOTA-TEMPO.

           MOVE ZERO TO WS-SOMA-PONDERADA.
           PERFORM 480-PONDERAR-NOTA
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           COMPUTE WS-PONTUACAO ROUNDED =
               WS-SOMA-PONDERADA / WS-SOMA-PESOS.
           EVALUATE TRUE
               WHEN WS-PONTUACAO >= WS-LIMITE-ALTO
                   MOVE 'A' TO WS-CLASSE
                   ADD 1 TO WS-QTD-ALTO
               WHEN WS-PONTUACAO >= WS-LIMITE-MEDIO
                   MOVE 'M' TO WS-CLASSE
                   ADD 1 TO WS-QTD-MEDIO
               WHEN OTHER
                   MOVE 'B' TO WS-CLASSE
                   ADD 1 TO WS-QTD-BAIXO
           END-EVALUATE.
           ADD 1 TO WS-QTD-CALCULADOS.

           MOVE WS-FN-CNPJ(WS-FN-IDX) TO RF-CNPJ.
           READ RISCOFOR-FILE
               INVALID KEY
                   PERFORM 490-INCLUIR-CLASSIFICACAO
               NOT INVALID KEY
                   PERFORM 495-ATUALIZAR-CLASSIFICACAO
           END-READ.

      *> 'A' CONFERIDA NOS ULTIMOS 6 MESES NAO PESA; 'A' ANTIGA OU SEM
      *> CONSULTA NENHUMA PESA PELA METADE; QUALQUER OUTRA SITUACAO
      *> (SUSPENSA, BAIXADA, INAPTA...) PESA INTEIRA
       410-NOTA-RECEITA.
           MOVE 50 TO WS-NOTA(1).
           IF WS-FR-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FN-CNPJ(WS-FN-IDX) TO FR-CNPJ.
           READ FORNRFB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FR-SITUACAO-RFB NOT = 'A'
               MOVE 100 TO WS-NOTA(1)
           ELSE
               IF FR-DATA-CHECAGEM >= WS-DATA-CORTE-SEMESTRE
                   MOVE ZERO TO WS-NOTA(1)
               END-IF
           END-IF.

      *> CERTIDAO VENCIDA PESA INTEIRA, A VENCER EM 30 DIAS PELA METADE.
      *> FORNECEDOR SEM CERTIDAO CADASTRADA NAO PESA -- SO OS DE SERVICO
      *> TEM CERTIDAO EXIGIDA
       420-NOTA-CERTIDOES.
           MOVE ZERO TO WS-NOTA(2).
           IF WS-CD-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CND-VENCIDA WS-CND-A-VENCER.
           MOVE WS-FN-CNPJ(WS-FN-IDX) TO CD-CNPJ-FORN.
           MOVE LOW-VALUES TO CD-TIPO.
           MOVE 'N' TO WS-FIM-CND.
           START CERTCND-FILE KEY IS GREATER THAN OR EQUAL TO CD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CND
           END-START.
           PERFORM 425-LER-CERTIDAO UNTIL WS-FIM-CND = 'Y'.
           IF WS-CND-VENCIDA = 'S'
               MOVE 100 TO WS-NOTA(2)
           ELSE
               IF WS-CND-A-VENCER = 'S'
                   MOVE 50 TO WS-NOTA(2)
               END-IF
           END-IF.

       425-LER-CERTIDAO.
           READ CERTCND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CND
               NOT AT END
                   IF CD-CNPJ-FORN NOT = WS-FN-CNPJ(WS-FN-IDX)
                       MOVE 'Y' TO WS-FIM-CND
                   ELSE
                       IF CD-DATA-VALIDADE < WS-DIA-HOJE
                           MOVE 'S' TO WS-CND-VENCIDA
                       ELSE
                           IF CD-DATA-VALIDADE <= WS-DATA-AVISO-CND
                               MOVE 'S' TO WS-CND-A-VENCER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       430-NOTA-CONTESTACOES.
           EVALUATE WS-FN-QTD-CONTEST(WS-FN-IDX)
               WHEN 0
                   MOVE ZERO TO WS-NOTA(3)
               WHEN 1
                   MOVE 40 TO WS-NOTA(3)
               WHEN 2
                   MOVE 70 TO WS-NOTA(3)
               WHEN OTHER
                   MOVE 100 TO WS-NOTA(3)
           END-EVALUATE.

      *> PERCENTUAL DE ITENS DIVERGENTES NA ULTIMA CIRCULARIZACAO, EM
      *> DOBRO (METADE DOS ITENS DIVERGINDO JA E NOTA MAXIMA)
       440-NOTA-CIRCULARIZACAO.
           MOVE ZERO TO WS-NOTA(4).
           IF WS-FN-CIRC-ITENS(WS-FN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NOTA-CALC ROUNDED =
               WS-FN-CIRC-DIVERG(WS-FN-IDX) * 200
               / WS-FN-CIRC-ITENS(WS-FN-IDX).
           IF WS-NOTA-CALC > 100
               MOVE 100 TO WS-NOTA(4)
           ELSE
               MOVE WS-NOTA-CALC TO WS-NOTA(4)
           END-IF.

      *> PARTICIPACAO NO GASTO DOS ULTIMOS 12 MESES, CINCO VEZES (UM
      *> FORNECEDOR COM 20% OU MAIS DE TUDO O QUE SE PAGOU E NOTA MAXIMA)
       450-NOTA-CONCENTRACAO.
           MOVE ZERO TO WS-NOTA(5).
           IF WS-GASTO-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NOTA-CALC ROUNDED =
               WS-FN-GASTO(WS-FN-IDX) * 500 / WS-GASTO-TOTAL.
           IF WS-NOTA-CALC > 100
               MOVE 100 TO WS-NOTA(5)
           ELSE
               MOVE WS-NOTA-CALC TO WS-NOTA(5)
           END-IF.

      *> UMA TROCA NO SEMESTRE (OU UMA PENDENTE DE CONFIRMACAO) PESA
      *> PELA METADE; DUAS OU MAIS PESAM INTEIRAS
       460-NOTA-BANCO.
           IF WS-FP-ABERTO = 'S'
               MOVE WS-FN-CNPJ(WS-FN-IDX) TO FP-CNPJ
               READ FBPEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-FN-QTD-BANCO(WS-FN-IDX) < 999
                           ADD 1 TO WS-FN-QTD-BANCO(WS-FN-IDX)
                       END-IF
               END-READ
           END-IF.
           EVALUATE WS-FN-QTD-BANCO(WS-FN-IDX)
               WHEN 0
                   MOVE ZERO TO WS-NOTA(6)
               WHEN 1
                   MOVE 50 TO WS-NOTA(6)
               WHEN OTHER
                   MOVE 100 TO WS-NOTA(6)
           END-EVALUATE.

      *> RELACIONAMENTO NOVO PESA MAIS: SEM CONTA LANCADA OU MENOS DE
      *> 90 DIAS E NOTA MAXIMA, DEPOIS 60 ATE 1 ANO, 30 ATE 2 ANOS
       470-NOTA-TEMPO.
           IF WS-FN-PRIM-EMISSAO(WS-FN-IDX) = ZERO
               MOVE 100 TO WS-NOTA(7)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS = WS-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(WS-FN-PRIM-EMISSAO(WS-FN-IDX)).
           EVALUATE TRUE
               WHEN WS-DIAS < 90
                   MOVE 100 TO WS-NOTA(7)
               WHEN WS-DIAS < 365
                   MOVE 60 TO WS-NOTA(7)
               WHEN WS-DIAS < 730
                   MOVE 30 TO WS-NOTA(7)
               WHEN OTHER
                   MOVE ZERO TO WS-NOTA(7)
           END-EVALUATE.

       480-PONDERAR-NOTA.
           COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
               WS-NOTA(WS-FT-IDX) * WS-PESO(WS-FT-IDX).

       490-INCLUIR-CLASSIFICACAO.
           MOVE WS-PONTUACAO TO RF-PONTUACAO.
           MOVE WS-CLASSE TO RF-CLASSE.
           MOVE WS-NOTAS TO RF-NOTAS.
           MOVE WS-DIA-HOJE TO RF-DATA-CALCULO.
           MOVE SPACE TO RF-CLASSE-ANT.
           MOVE ZERO TO RF-PONTUACAO-ANT.
           MOVE WS-DIA-HOJE TO RF-DATA-MUDANCA.
           WRITE RISCOFOR-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar classificacao do CNPJ "
                           RF-CNPJ
           END-WRITE.

      *> CLASSE IGUAL SO ATUALIZA NOTAS E PONTUACAO; CLASSE DIFERENTE
      *> GUARDA A ANTERIOR E REGISTRA A MUDANCA NO RISCOLOG
       495-ATUALIZAR-CLASSIFICACAO.
           IF WS-CLASSE NOT = RF-CLASSE
               ADD 1 TO WS-QTD-MUDANCAS
               MOVE RF-CLASSE TO WS-CLASSE-ORDEM
               PERFORM 910-ORDEM-CLASSE
               MOVE WS-ORDEM TO WS-ORDEM-ANT
               MOVE WS-CLASSE TO WS-CLASSE-ORDEM
               PERFORM 910-ORDEM-CLASSE
               MOVE WS-ORDEM TO WS-ORDEM-NOVA
               IF WS-ORDEM-NOVA > WS-ORDEM-ANT
                   ADD 1 TO WS-QTD-PIORAS
               END-IF
               IF WS-RL-ABERTO = 'S'
                   MOVE WS-AGORA TO RL-DATA-HORA
                   MOVE RF-CNPJ TO RL-CNPJ
                   MOVE RF-CLASSE TO RL-CLASSE-ANT
                   MOVE WS-CLASSE TO RL-CLASSE-NOVA
                   MOVE RF-PONTUACAO TO RL-PONTUACAO-ANT
                   MOVE WS-PONTUACAO TO RL-PONTUACAO-NOVA
                   MOVE WS-NOTAS TO RL-NOTAS
                   MOVE WS-USUARIO-SESSAO TO RL-USUARIO
                   WRITE RISCOLOG-REG
               END-IF
               MOVE RF-CLASSE TO RF-CLASSE-ANT
               MOVE RF-PONTUACAO TO RF-PONTUACAO-ANT
               MOVE WS-DIA-HOJE TO RF-DATA-MUDANCA
           END-IF.
           MOVE WS-PONTUACAO TO RF-PONTUACAO.
           MOVE WS-CLASSE TO RF-CLASSE.
           MOVE WS-NOTAS TO RF-NOTAS.
           MOVE WS-DIA-HOJE TO RF-DATA-CALCULO.
           REWRITE RISCOFOR-REG
               INVALID KEY
                   DISPLAY "ERRO ao regravar classificacao do CNPJ "
                           RF-CNPJ
           END-REWRITE.

       500-CONSULTAR-FORNECEDOR.
           DISPLAY "CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.
           OPEN INPUT RISCOFOR-FILE.
           IF NOT STATUS-OK-RF
               DISPLAY "Classificacao ainda nao calculada."
               CLOSE RISCOFOR-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CONSULTA TO RF-CNPJ.
           READ RISCOFOR-FILE
               INVALID KEY
                   DISPLAY "Fornecedor sem classificacao calculada."
                   CLOSE RISCOFOR-FILE
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
           END-READ.
           CLOSE RISCOFOR-FILE.
           OPEN INPUT FORNECEDORES-FILE.
           MOVE RF-CNPJ TO WS-BUSCA-CNPJ.
           PERFORM 810-LER-RAZAO-SOCIAL.
           CLOSE FORNECEDORES-FILE.
           MOVE RF-CLASSE TO WS-CLASSE-ORDEM.
           PERFORM 920-NOME-CLASSE.
           MOVE RF-PONTUACAO TO WS-ED-PONT.
           DISPLAY " ".
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL " CNPJ " RF-CNPJ.
           DISPLAY "Pontuacao : " WS-ED-PONT "  Classe: "
                   WS-NOME-CLASSE "  (calculada em " RF-DATA-CALCULO ")".
           IF RF-CLASSE-ANT NOT = SPACE
               MOVE RF-CLASSE-ANT TO WS-CLASSE-ORDEM
               PERFORM 920-NOME-CLASSE
               MOVE RF-PONTUACAO-ANT TO WS-ED-PONT-ANT
               DISPLAY "Anterior  : " WS-ED-PONT-ANT "  Classe: "
                       WS-NOME-CLASSE "  (mudou em " RF-DATA-MUDANCA ")"
           END-IF.
           DISPLAY "Fator              Nota  Peso".
           PERFORM 510-MOSTRAR-FATOR
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           PERFORM 850-PAUSA.

       510-MOSTRAR-FATOR.
           MOVE RF-NOTA(WS-FT-IDX) TO WS-ED-NOTA.
           MOVE WS-PESO(WS-FT-IDX) TO WS-ED-PONT.
           DISPLAY WS-FATOR-NOME(WS-FT-IDX) "    " WS-ED-NOTA "   "
                   WS-ED-PONT.

       550-LISTAR-RISCO-ALTO.
           OPEN INPUT RISCOFOR-FILE.
           IF NOT STATUS-OK-RF
               DISPLAY "Classificacao ainda nao calculada."
               CLOSE RISCOFOR-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           DISPLAY " ".
           DISPLAY "CNPJ           Razao social                   Pont "
                   "Principal fator".
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 555-LISTAR-SE-ALTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNECEDORES-FILE.
           CLOSE RISCOFOR-FILE.
           DISPLAY "Fornecedores de risco alto: " WS-QTD-LISTADOS.
           PERFORM 850-PAUSA.

       555-LISTAR-SE-ALTO.
           READ RISCOFOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RF-CLASSE = 'A'
                       ADD 1 TO WS-QTD-LISTADOS
                       MOVE RF-CNPJ TO WS-BUSCA-CNPJ
                       PERFORM 810-LER-RAZAO-SOCIAL
                       MOVE RF-NOTAS TO WS-NOTAS
                       PERFORM 930-FATOR-PRINCIPAL
                       MOVE RF-PONTUACAO TO WS-ED-PONT
                       DISPLAY RF-CNPJ " " F-RAZAO-SOCIAL(1:30) " "
                               WS-ED-PONT "  " WS-FATOR-PRINCIPAL
                   END-IF
           END-READ.

      *> FORNECEDORES QUE SUBIRAM DE CLASSE DESDE UMA DATA, A PARTIR DO
      *> RISCOLOG, COM O FATOR QUE MAIS PESOU NA NOVA PONTUACAO
       600-RELATORIO-PIORA.
           DISPLAY "Pioras desde (AAAAMMDD, 0 = ultimos 30 dias): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-DESDE.
           IF WS-DATA-DESDE = ZERO
               COMPUTE WS-DATA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DIA-HOJE) - 30)
           END-IF.
           OPEN INPUT RISCOLOG-FILE.
           IF NOT STATUS-OK-RL
               DISPLAY "Nenhuma mudanca de classificacao registrada."
               CLOSE RISCOLOG-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECEDORES COM CLASSIFICACAO DE RISCO PIORADA "
                  "DESDE " WS-DATA-DESDE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "DATA     CNPJ           RAZAO SOCIAL                  "
               TO WS-LINHA.
           MOVE "  DE       PARA     PONTOS  PRINCIPAL FATOR"
               TO WS-LINHA(54:45).
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 610-LER-MUDANCA UNTIL WS-FIM-LEITURA = 'Y'.
           MOVE SPACES TO WS-LINHA.
           STRING "Total de pioras: " WS-QTD-LISTADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE RISCOLOG-FILE.
           CLOSE FORNECEDORES-FILE.
           IF STATUS-OK-SPOOL
               CLOSE SPOOL-FILE
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

       610-LER-MUDANCA.
           READ RISCOLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RL-DATA-HORA(1:8) >= WS-DATA-DESDE
                       PERFORM 620-RELATAR-SE-PIOROU
                   END-IF
           END-READ.

       620-RELATAR-SE-PIOROU.
           MOVE RL-CLASSE-ANT TO WS-CLASSE-ORDEM.
           PERFORM 910-ORDEM-CLASSE.
           MOVE WS-ORDEM TO WS-ORDEM-ANT.
           PERFORM 920-NOME-CLASSE.
           MOVE WS-NOME-CLASSE TO WS-NOME-CLASSE-ANT.
           MOVE RL-CLASSE-NOVA TO WS-CLASSE-ORDEM.
           PERFORM 910-ORDEM-CLASSE.
           MOVE WS-ORDEM TO WS-ORDEM-NOVA.
           IF WS-ORDEM-NOVA NOT > WS-ORDEM-ANT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 920-NOME-CLASSE.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE RL-CNPJ TO WS-BUSCA-CNPJ.
           PERFORM 810-LER-RAZAO-SOCIAL.
           MOVE RL-NOTAS TO WS-NOTAS.
           PERFORM 930-FATOR-PRINCIPAL.
           MOVE RL-PONTUACAO-ANT TO WS-ED-PONT-ANT.
           MOVE RL-PONTUACAO-NOVA TO WS-ED-PONT.
           MOVE SPACES TO WS-LINHA.
           STRING RL-DATA-HORA(1:8) " " RL-CNPJ " "
                  F-RAZAO-SOCIAL(1:30) " " WS-NOME-CLASSE-ANT " -> "
                  WS-NOME-CLASSE "  " WS-ED-PONT-ANT " -> " WS-ED-PONT
                  "  " WS-FATOR-PRINCIPAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> PESOS DE 0 A 999 (A PONTUACAO E A MEDIA PONDERADA, ENTAO SO A
      *> PROPORCAO ENTRE ELES IMPORTA) E AS DUAS FAIXAS DE CLASSE
       700-MANTER-PESOS.
           DISPLAY "Peso de cada fator (valor atual entre parenteses):".
           PERFORM 710-PEDIR-PESO
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           MOVE ZERO TO WS-SOMA-PESOS.
           PERFORM 166-SOMAR-PESO
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           IF WS-SOMA-PESOS = ZERO
               DISPLAY "ERRO: ao menos um fator precisa ter peso."
               PERFORM 160-LER-PESOS
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIMITE-MEDIO TO WS-ED-PONT.
           DISPLAY "Pontuacao a partir da qual o risco e MEDIO ("
                   WS-ED-PONT "): " WITH NO ADVANCING.
           ACCEPT WS-LIMITE-MEDIO.
           MOVE WS-LIMITE-ALTO TO WS-ED-PONT.
           DISPLAY "Pontuacao a partir da qual o risco e ALTO ("
                   WS-ED-PONT "): " WITH NO ADVANCING.
           ACCEPT WS-LIMITE-ALTO.
           IF WS-LIMITE-MEDIO = ZERO OR
                   WS-LIMITE-ALTO <= WS-LIMITE-MEDIO OR
                   WS-LIMITE-ALTO > 100
               DISPLAY "ERRO: a faixa de risco alto deve ficar acima "
                       "da de medio e ate 100."
               PERFORM 160-LER-PESOS
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RISCOPAR-FILE.
           IF NOT STATUS-OK-RP
               DISPLAY "ERRO ao gravar RISCOPAR.DAT. Status: "
                       WS-STATUS-RISCOPAR
               MOVE 'RISCOPAR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-RISCOPAR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               PERFORM 160-LER-PESOS
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 720-COPIAR-PESO-GRAVACAO
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.
           MOVE WS-LIMITE-MEDIO TO RP-LIMITE-MEDIO.
           MOVE WS-LIMITE-ALTO TO RP-LIMITE-ALTO.
           MOVE WS-USUARIO-SESSAO TO RP-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO RP-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO RP-DATA-HORA(9:6).
           WRITE RISCOPAR-REG.
           CLOSE RISCOPAR-FILE.
           DISPLAY "Pesos gravados. Valem a partir do proximo recalculo.".
           PERFORM 850-PAUSA.

       710-PEDIR-PESO.
           MOVE WS-PESO(WS-FT-IDX) TO WS-ED-PONT.
           DISPLAY "  " WS-FATOR-NOME(WS-FT-IDX) " (" WS-ED-PONT "): "
                   WITH NO ADVANCING.
           ACCEPT WS-PESO(WS-FT-IDX).

       720-COPIAR-PESO-GRAVACAO.
           MOVE WS-PESO(WS-FT-IDX) TO RP-PESO(WS-FT-IDX).

       810-LER-RAZAO-SOCIAL.
           MOVE WS-BUSCA-CNPJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)" TO F-RAZAO-SOCIAL
           END-READ.

       850-PAUSA.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
           END-IF.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RISCOFOR_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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

       900-LOCALIZAR-FORNECEDOR.
           MOVE ZERO TO WS-FN-ACHOU.
           PERFORM 905-COMPARAR-FORNECEDOR
               VARYING WS-FN-BUSCA-IDX FROM 1 BY 1
               UNTIL WS-FN-BUSCA-IDX > WS-FN-QTD OR WS-FN-ACHOU > ZERO.

       905-COMPARAR-FORNECEDOR.
           IF WS-FN-CNPJ(WS-FN-BUSCA-IDX) = WS-BUSCA-CNPJ
               MOVE WS-FN-BUSCA-IDX TO WS-FN-ACHOU
           END-IF.

       910-ORDEM-CLASSE.
           EVALUATE WS-CLASSE-ORDEM
               WHEN 'A'
                   MOVE 3 TO WS-ORDEM
               WHEN 'M'
                   MOVE 2 TO WS-ORDEM
               WHEN OTHER
                   MOVE 1 TO WS-ORDEM
           END-EVALUATE.

       920-NOME-CLASSE.
           EVALUATE WS-CLASSE-ORDEM
               WHEN 'A'
                   MOVE 'ALTO ' TO WS-NOME-CLASSE
               WHEN 'M'
                   MOVE 'MEDIO' TO WS-NOME-CLASSE
               WHEN 'B'
                   MOVE 'BAIXO' TO WS-NOME-CLASSE
               WHEN OTHER
                   MOVE '-    ' TO WS-NOME-CLASSE
           END-EVALUATE.

      *> FATOR DE MAIOR CONTRIBUICAO (NOTA X PESO) EM WS-NOTAS
       930-FATOR-PRINCIPAL.
           MOVE SPACES TO WS-FATOR-PRINCIPAL.
           MOVE ZERO TO WS-MAIOR-PESO-NOTA.
           PERFORM 935-COMPARAR-FATOR
               VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 7.

       935-COMPARAR-FATOR.
           COMPUTE WS-PESO-NOTA =
               WS-NOTA(WS-FT-IDX) * WS-PESO(WS-FT-IDX).
           IF WS-PESO-NOTA > WS-MAIOR-PESO-NOTA
               MOVE WS-PESO-NOTA TO WS-MAIOR-PESO-NOTA
               MOVE WS-FATOR-NOME(WS-FT-IDX) TO WS-FATOR-PRINCIPAL
           END-IF.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO, COM O USUARIO DA SESSAO GRAVADO PELO MENU
       990-GRAVAR-LOG-ERRO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       MOVE SPACES TO SS-USUARIO
               END-READ
               CLOSE SESSAO-FILE
           ELSE
               MOVE SPACES TO SS-USUARIO
               CLOSE SESSAO-FILE
           END-IF.

           OPEN EXTEND ERRLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EL
               OPEN OUTPUT ERRLOG-FILE
           END-IF.
           IF NOT STATUS-OK-EL
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ERRO.
           MOVE WS-DHE-DATA TO EL-DATA-HORA(1:8).
           MOVE WS-DHE-HORA TO EL-DATA-HORA(9:6).
           MOVE SS-USUARIO TO EL-USUARIO.
           MOVE 'RISCOFOR' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
