       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFRAUD.
       AUTHOR. Neko.

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

           SELECT FORNBANCO-FILE *> Dados bancarios/chave PIX do fornecedor
               ASSIGN TO 'FORNBANCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

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

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-DATA
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT JORNAL-FILE *> Jornal de gravacoes dos arquivos centrais
               ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

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

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
           05 FB-CNPJ          PIC 9(14).
           05 FB-BANCO         PIC X(03).
           05 FB-AGENCIA       PIC X(06).
           05 FB-CONTA         PIC X(12).
           05 FB-PIX           PIC X(40).
           05 FB-TIPO-PIX      PIC X(01).

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

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
           05 FE-DESCRICAO     PIC X(30).

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
           05 JN-USUARIO       PIC X(10).
           05 JN-PROGRAMA      PIC X(08).
           05 JN-ARQUIVO       PIC X(12).
           05 JN-OPERACAO      PIC X(01).
           05 JN-IMAGEM        PIC X(290).

       FD  PARAMS-FILE.
       01  PARAMS-REG.
           05 PR-TAXA-JUROS-DIA    PIC 9V99999.
           05 PR-TAXA-MULTA        PIC 9V9999.
           05 PR-VALOR-ALCADA      PIC 9(10)V99.
           05 PR-DIAS-LEMBRETE     PIC 9(03).
           05 PR-DIAS-ESCALACAO    PIC 9(03).
           05 PR-DIAS-RETENCAO-HIST PIC 9(05).
           05 PR-TOP-N             PIC 9(03).
           05 PR-PERC-LIMITE-BLOQ  PIC 9(03).
           05 PR-PERC-ORC-APROV    PIC 9(03).
           05 PR-CONTA-BCO-AGENDA  PIC X(04).
           05 PR-MESES-ARQUIVO     PIC 9(03).
           05 PR-DIAS-JANELA-DUP   PIC 9(03).
           05 PR-DIAS-VALIDADE-SENHA PIC 9(03).
           05 PR-MAX-TENTATIVAS    PIC 9(02).
           05 PR-MINUTOS-SESSAO    PIC 9(04).
           05 PR-ALERTA-ARQ-KB     PIC 9(07).
           05 PR-MESES-AVISO-CONTR PIC 9(02).
           05 PR-POLITICA-CND      PIC X(01).
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
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FORN VALUE '35'.
       01 WS-STATUS-FORNBANCO      PIC X(2).
          88 STATUS-OK-FB           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO      PIC X(2).
          88 STATUS-OK-HIST         VALUE '00'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-JORNAL         PIC X(2).
          88 STATUS-OK-JN           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-ERRLOG         PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.
       01 WS-ERR-ARQUIVO           PIC X(12).
       01 WS-ERR-STATUS            PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA          PIC 9(08).
           05 WS-DHE-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-VALOR-ALCADA          PIC 9(10)V99 VALUE ZERO.
       01 WS-PISO-ALCADA           PIC 9(10)V99 VALUE ZERO.
       01 WS-QTD-ALERTAS           PIC 9(05) VALUE ZERO.

      *> PESOS DE CADA INDICADOR NA PONTUACAO DO FORNECEDOR. CONTA OU
      *> PIX COMPARTILHADO, CADASTRO NOVO JA PAGO E DESVIO DE BENFORD
      *> PONTUAM UMA VEZ POR FORNECEDOR; FIM DE SEMANA/FERIADO, VALOR
      *> REDONDO E VALOR LOGO ABAIXO DA ALCADA PONTUAM A CADA OCORRENCIA
       01 WS-PESO-CONTA-COMUM      PIC 9(03) VALUE 40.
       01 WS-PESO-NOVO-PAGO        PIC 9(03) VALUE 25.
       01 WS-PESO-FIM-SEMANA       PIC 9(03) VALUE 5.
       01 WS-PESO-REDONDO          PIC 9(03) VALUE 3.
       01 WS-PESO-ABAIXO-ALCADA    PIC 9(03) VALUE 10.
       01 WS-PESO-BENFORD          PIC 9(03) VALUE 20.

      *> LIMIARES: CADASTRO PAGO EM ATE WS-DIAS-NOVO-PAGO DIAS; VALOR
      *> REDONDO E MULTIPLO EXATO DE WS-MULTIPLO-REDONDO; "LOGO ABAIXO"
      *> E ATE WS-PERC-FAIXA-ALCADA POR CENTO ABAIXO DA ALCADA; BENFORD
      *> SO E TESTADO COM WS-MIN-AMOSTRA-BENF VALORES OU MAIS E O DESVIO
      *> E O QUI-QUADRADO COM 8 GRAUS DE LIBERDADE A 5% (15,51)
       01 WS-DIAS-NOVO-PAGO        PIC 9(03) VALUE 7.
       01 WS-MULTIPLO-REDONDO      PIC 9(05) VALUE 1000.
       01 WS-PERC-FAIXA-ALCADA     PIC 9(03) VALUE 5.
       01 WS-MIN-AMOSTRA-BENF      PIC 9(05) VALUE 20.
       01 WS-LIMITE-QUI-QUADRADO   PIC 9(03)V99 VALUE 15.51.

      *> PROPORCAO ESPERADA DO PRIMEIRO DIGITO SEGUNDO BENFORD,
      *> LOG10(1 + 1/D) PARA D DE 1 A 9
       01 WS-BENFORD-VALORES.
           05 FILLER               PIC 9V99999 VALUE 0.30103.
           05 FILLER               PIC 9V99999 VALUE 0.17609.
           05 FILLER               PIC 9V99999 VALUE 0.12494.
           05 FILLER               PIC 9V99999 VALUE 0.09691.
           05 FILLER               PIC 9V99999 VALUE 0.07918.
           05 FILLER               PIC 9V99999 VALUE 0.06695.
           05 FILLER               PIC 9V99999 VALUE 0.05799.
           05 FILLER               PIC 9V99999 VALUE 0.05115.
           05 FILLER               PIC 9V99999 VALUE 0.04576.
       01 WS-BENFORD-TAB REDEFINES WS-BENFORD-VALORES.
           05 WS-BENFORD-ESPERADO  PIC 9V99999 OCCURS 9 TIMES.

      *> UMA LINHA POR FORNECEDOR CADASTRADO, NA ORDEM DE CNPJ EM QUE O
      *> ARQUIVO E LIDO. A DATA DE CADASTRO VEM DA INCLUSAO NO JORNAL;
      *> SEM ELA, FICA A DATA DA ULTIMA ALTERACAO DO CADASTRO
       01 WS-FR-QTD                PIC 9(04) VALUE ZERO.
       01 WS-FR-IDX                PIC 9(04).
       01 WS-FR-J                  PIC 9(04).
       01 WS-FR-ACHOU              PIC 9(04).
       01 WS-FR-MAIOR              PIC 9(04).
       01 WS-FR-J-INICIO           PIC 9(04).
       01 WS-FR-TAB.
           05 WS-FR-ITEM OCCURS 2000 TIMES.
              10 WS-FR-CNPJ        PIC 9(14).
              10 WS-FR-RAZAO       PIC X(30).
              10 WS-FR-DATA-CAD    PIC 9(08).
              10 WS-FR-PT-CONTA    PIC 9(05).
              10 WS-FR-PT-NOVO     PIC 9(05).
              10 WS-FR-PT-FDS      PIC 9(05).
              10 WS-FR-PT-REDONDO  PIC 9(05).
              10 WS-FR-PT-ALCADA   PIC 9(05).
              10 WS-FR-PT-BENFORD  PIC 9(05).
              10 WS-FR-PT-TOTAL    PIC 9(06).
              10 WS-FR-QTD-VALORES PIC 9(05).
              10 WS-FR-DIGITO      PIC 9(05) OCCURS 9 TIMES.
       01 WS-FR-TROCA              PIC X(138).

      *> DADOS BANCARIOS CARREGADOS PARA O CRUZAMENTO DE CONTA E PIX
       01 WS-BC-QTD                PIC 9(04) VALUE ZERO.
       01 WS-BC-IDX                PIC 9(04).
       01 WS-BC-J                  PIC 9(04).
       01 WS-BC-J-INICIO           PIC 9(04).
       01 WS-BC-TAB.
           05 WS-BC-ITEM OCCURS 2000 TIMES.
              10 WS-BC-CNPJ        PIC 9(14).
              10 WS-BC-CONTA       PIC X(21).
              10 WS-BC-PIX         PIC X(40).
       01 WS-BC-MOTIVO             PIC X(05).

       01 WS-CNPJ-BUSCA            PIC 9(14).
       01 WS-IMG-CNPJ              PIC 9(14).
       01 WS-IMG-DOC               PIC 9(10).
       01 WS-DATA-TESTE            PIC 9(08).
       01 WS-DU-INT                PIC S9(09) COMP.
       01 WS-DU-RESTO              PIC 9(01).
       01 WS-DU-UTIL               PIC X(01).
       01 WS-DIFF                  PIC S9(09) COMP.

       01 WS-VALOR-TESTE           PIC 9(10)V99.
       01 WS-VALOR-TESTE-X REDEFINES WS-VALOR-TESTE PIC X(12).
       01 WS-QUOCIENTE             PIC 9(10).
       01 WS-RESTO-REDONDO         PIC 9(05)V99.
       01 WS-POS                   PIC 9(02).
       01 WS-DIG                   PIC 9(02).
       01 WS-ESPERADO              PIC 9(05)V99999.
       01 WS-QUI-QUADRADO          PIC 9(07)V99999.

       01 WS-LINHA-TIPO            PIC X(02).
       01 WS-LINHA-TEXTO           PIC X(60).

       PROCEDURE DIVISION.
      *> RELATORIO DE INDICADORES DE FRAUDE EM PAGAMENTOS: CRUZA O
      *> CADASTRO, OS DADOS BANCARIOS, OS LANCAMENTOS E OS PAGAMENTOS
      *> PROCURANDO OS SINAIS CLASSICOS (CONTA/PIX DE OUTRO CNPJ,
      *> FORNECEDOR CADASTRADO E PAGO EM POUCOS DIAS, MOVIMENTO EM FIM DE
      *> SEMANA OU FERIADO, VALOR REDONDO, VALOR LOGO ABAIXO DA ALCADA E
      *> PRIMEIRO DIGITO FORA DA LEI DE BENFORD), PONTUA CADA SINAL E
      *> ORDENA OS FORNECEDORES PELA PONTUACAO TOTAL
       100-INICIAR.
           DISPLAY "--- Indicadores de Fraude em Pagamentos ---".
           PERFORM 150-LER-PARAMETROS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELFRAUD_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           PERFORM 200-CARREGAR-FORNECEDORES.
           IF WS-FR-QTD = ZERO
               DISPLAY "Nenhum fornecedor cadastrado; nada a analisar."
               CLOSE SPOOL-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.

           MOVE "Ocorrencias:" TO SPOOL-REG.
           WRITE SPOOL-REG.
           DISPLAY "Ocorrencias:".

           MOVE 'N' TO WS-FERIADOS-ABERTO.
           OPEN INPUT FERIADOS-FILE.
           IF STATUS-OK-FE
               MOVE 'S' TO WS-FERIADOS-ABERTO
           END-IF.

           PERFORM 250-LER-JORNAL.
           PERFORM 300-CRUZAR-BANCOS.
           PERFORM 400-VARRER-CONTAS.
           PERFORM 500-VARRER-PAGAMENTOS.

           IF WS-FERIADOS-ABERTO = 'S'
               CLOSE FERIADOS-FILE
               MOVE 'N' TO WS-FERIADOS-ABERTO
           END-IF.

           PERFORM 600-TESTAR-BENFORD
               VARYING WS-FR-IDX FROM 1 BY 1 UNTIL WS-FR-IDX > WS-FR-QTD.
           PERFORM 650-TOTALIZAR
               VARYING WS-FR-IDX FROM 1 BY 1 UNTIL WS-FR-IDX > WS-FR-QTD.
           PERFORM 700-ORDENAR.
           PERFORM 750-IMPRIMIR-CABECALHO.
           PERFORM 800-IMPRIMIR-RANKING
               VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-QTD
                  OR WS-FR-PT-TOTAL(WS-FR-IDX) = ZERO.

           DISPLAY "Ocorrencias sinalizadas: " WS-QTD-ALERTAS.
           MOVE SPACES TO SPOOL-REG.
           STRING "Ocorrencias sinalizadas: " WS-QTD-ALERTAS
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

      *> A ALCADA DO PARAMETRO DEFINE A FAIXA "LOGO ABAIXO": SEM ALCADA
      *> CONFIGURADA O INDICADOR FICA DESLIGADO
       150-LER-PARAMETROS.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PR-VALOR-ALCADA TO WS-VALOR-ALCADA
           END-READ.
           CLOSE PARAMS-FILE.
           COMPUTE WS-PISO-ALCADA ROUNDED = WS-VALOR-ALCADA
               * (100 - WS-PERC-FAIXA-ALCADA) / 100.

       200-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FORN
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir arquivo de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               MOVE 'FORNECEDOR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-FORNECEDORES TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZEROS TO F-CNPJ.
           START FORNECEDORES-FILE KEY IS GREATER THAN OR EQUAL TO F-CNPJ
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 210-LER-PROXIMO-FORNECEDOR UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNECEDORES-FILE.

       210-LER-PROXIMO-FORNECEDOR.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-FR-QTD < 2000
                       ADD 1 TO WS-FR-QTD
                       INITIALIZE WS-FR-ITEM(WS-FR-QTD)
                       MOVE F-CNPJ TO WS-FR-CNPJ(WS-FR-QTD)
                       MOVE F-RAZAO-SOCIAL TO WS-FR-RAZAO(WS-FR-QTD)
                       MOVE F-DATA-HORA-ALTERACAO(1:8)
                           TO WS-FR-DATA-CAD(WS-FR-QTD)
                   END-IF
           END-READ.

      *> DO JORNAL SAEM A DATA REAL DE INCLUSAO DE CADA FORNECEDOR E A
      *> DATA EM QUE CADA CONTA FOI LANCADA (A EMISSAO E DATA DO
      *> DOCUMENTO, NAO DE QUEM DIGITOU)
       250-LER-JORNAL.
           OPEN INPUT JORNAL-FILE.
           IF NOT STATUS-OK-JN
               DISPLAY "AVISO: jornal indisponivel; sem datas de cadastro "
                       "e de lancamento."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 260-LER-PROXIMO-JORNAL UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE JORNAL-FILE.

       260-LER-PROXIMO-JORNAL.
           READ JORNAL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF JN-OPERACAO = 'I'
                       EVALUATE JN-ARQUIVO
                           WHEN 'FORNECEDOR'
                               PERFORM 270-DATAR-CADASTRO
                           WHEN 'CONTAPAGAR'
                               PERFORM 280-TESTAR-LANCAMENTO
                       END-EVALUATE
                   END-IF
           END-READ.

       270-DATAR-CADASTRO.
           MOVE JN-IMAGEM(1:14) TO WS-CNPJ-BUSCA.
           PERFORM 900-PROCURAR-FORNECEDOR.
           IF WS-FR-ACHOU > ZERO
               IF WS-FR-DATA-CAD(WS-FR-ACHOU) = ZERO OR
                       JN-DATA-HORA(1:8) < WS-FR-DATA-CAD(WS-FR-ACHOU)
                   MOVE JN-DATA-HORA(1:8) TO WS-FR-DATA-CAD(WS-FR-ACHOU)
               END-IF
           END-IF.

       280-TESTAR-LANCAMENTO.
           MOVE JN-IMAGEM(1:10) TO WS-IMG-DOC.
           MOVE JN-IMAGEM(11:14) TO WS-IMG-CNPJ.
           MOVE JN-DATA-HORA(1:8) TO WS-DATA-TESTE.
           PERFORM 950-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'N'
               MOVE WS-IMG-CNPJ TO WS-CNPJ-BUSCA
               PERFORM 900-PROCURAR-FORNECEDOR
               IF WS-FR-ACHOU > ZERO
                   ADD WS-PESO-FIM-SEMANA TO WS-FR-PT-FDS(WS-FR-ACHOU)
                   MOVE 'FS' TO WS-LINHA-TIPO
                   MOVE SPACES TO WS-LINHA-TEXTO
                   STRING "doc " WS-IMG-DOC " lancado em " WS-DATA-TESTE
                          " por " JN-USUARIO
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                   PERFORM 850-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF.

      *> CONTA BANCARIA (BANCO + AGENCIA + CONTA) OU CHAVE PIX IGUAL EM
      *> CNPJS DIFERENTES: OS DOIS LADOS DO PAR SAO PONTUADOS
       300-CRUZAR-BANCOS.
           OPEN INPUT FORNBANCO-FILE.
           IF NOT STATUS-OK-FB
               CLOSE FORNBANCO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZEROS TO FB-CNPJ.
           START FORNBANCO-FILE KEY IS GREATER THAN OR EQUAL TO FB-CNPJ
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 310-LER-PROXIMO-BANCO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNBANCO-FILE.

           PERFORM 320-CRUZAR-CONTA
               VARYING WS-BC-IDX FROM 1 BY 1 UNTIL WS-BC-IDX >= WS-BC-QTD.

       310-LER-PROXIMO-BANCO.
           READ FORNBANCO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-BC-QTD < 2000
                       ADD 1 TO WS-BC-QTD
                       MOVE FB-CNPJ TO WS-BC-CNPJ(WS-BC-QTD)
                       MOVE SPACES TO WS-BC-CONTA(WS-BC-QTD)
                       IF FB-CONTA NOT = SPACES
                           STRING FB-BANCO FB-AGENCIA FB-CONTA
                               DELIMITED BY SIZE
                               INTO WS-BC-CONTA(WS-BC-QTD)
                       END-IF
                       MOVE FB-PIX TO WS-BC-PIX(WS-BC-QTD)
                   END-IF
           END-READ.

       320-CRUZAR-CONTA.
           COMPUTE WS-BC-J-INICIO = WS-BC-IDX + 1.
           PERFORM 330-COMPARAR-CONTAS
               VARYING WS-BC-J FROM WS-BC-J-INICIO BY 1 UNTIL WS-BC-J > WS-BC-QTD.

       330-COMPARAR-CONTAS.
           MOVE SPACES TO WS-BC-MOTIVO.
           IF WS-BC-CONTA(WS-BC-IDX) NOT = SPACES AND
                   WS-BC-CONTA(WS-BC-IDX) = WS-BC-CONTA(WS-BC-J)
               MOVE 'CONTA' TO WS-BC-MOTIVO
           END-IF.
           IF WS-BC-PIX(WS-BC-IDX) NOT = SPACES AND
                   WS-BC-PIX(WS-BC-IDX) = WS-BC-PIX(WS-BC-J)
               MOVE 'PIX' TO WS-BC-MOTIVO
           END-IF.
           IF WS-BC-MOTIVO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BC-CNPJ(WS-BC-J) TO WS-CNPJ-BUSCA.
           PERFORM 900-PROCURAR-FORNECEDOR.
           IF WS-FR-ACHOU > ZERO
               MOVE WS-PESO-CONTA-COMUM TO WS-FR-PT-CONTA(WS-FR-ACHOU)
           END-IF.
           MOVE WS-BC-CNPJ(WS-BC-IDX) TO WS-CNPJ-BUSCA.
           PERFORM 900-PROCURAR-FORNECEDOR.
           IF WS-FR-ACHOU > ZERO
               MOVE WS-PESO-CONTA-COMUM TO WS-FR-PT-CONTA(WS-FR-ACHOU)
           END-IF.

           MOVE 'CM' TO WS-LINHA-TIPO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING WS-BC-MOTIVO " igual ao do CNPJ " WS-BC-CNPJ(WS-BC-J)
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 850-IMPRIMIR-OCORRENCIA.

      *> VALORES LANCADOS: REDONDOS, LOGO ABAIXO DA ALCADA E A
      *> CONTAGEM DO PRIMEIRO DIGITO PARA O TESTE DE BENFORD. CONTAS
      *> CANCELADAS NAO ENTRAM
       400-VARRER-CONTAS.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: nenhuma conta lancada ainda."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.

       410-LER-PROXIMA-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-SITUACAO NOT = 'C' AND CP-VALOR > ZERO
                       MOVE CP-CNPJ-FORN TO WS-CNPJ-BUSCA
                       PERFORM 900-PROCURAR-FORNECEDOR
                       IF WS-FR-ACHOU > ZERO
                           PERFORM 420-TESTAR-VALOR
                       END-IF
                   END-IF
           END-READ.

       420-TESTAR-VALOR.
           IF CP-VALOR >= WS-MULTIPLO-REDONDO
               DIVIDE CP-VALOR BY WS-MULTIPLO-REDONDO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO-REDONDO
               IF WS-RESTO-REDONDO = ZERO
                   ADD WS-PESO-REDONDO TO WS-FR-PT-REDONDO(WS-FR-ACHOU)
                   MOVE 'RD' TO WS-LINHA-TIPO
                   MOVE SPACES TO WS-LINHA-TEXTO
                   STRING "doc " CP-NUM-DOC " valor redondo " CP-VALOR
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                   PERFORM 850-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF.

           IF WS-VALOR-ALCADA > ZERO AND
                   CP-VALOR < WS-VALOR-ALCADA AND
                   CP-VALOR >= WS-PISO-ALCADA
               ADD WS-PESO-ABAIXO-ALCADA TO WS-FR-PT-ALCADA(WS-FR-ACHOU)
               MOVE 'AL' TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "doc " CP-NUM-DOC " valor " CP-VALOR
                      " alcada " WS-VALOR-ALCADA
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               PERFORM 850-IMPRIMIR-OCORRENCIA
           END-IF.

           MOVE CP-VALOR TO WS-VALOR-TESTE.
           MOVE 1 TO WS-POS.
           PERFORM 430-PULAR-ZERO-ESQUERDA
               UNTIL WS-POS > 12
                  OR WS-VALOR-TESTE-X(WS-POS:1) NOT = '0'.
           IF WS-POS <= 12
               MOVE WS-VALOR-TESTE-X(WS-POS:1) TO WS-DIG
               ADD 1 TO WS-FR-DIGITO(WS-FR-ACHOU, WS-DIG)
               ADD 1 TO WS-FR-QTD-VALORES(WS-FR-ACHOU)
           END-IF.

       430-PULAR-ZERO-ESQUERDA.
           ADD 1 TO WS-POS.

      *> PAGAMENTOS REAIS (SEM ESTORNOS, ADIANTAMENTOS E NOTAS DE
      *> CREDITO): PAGOS EM FIM DE SEMANA/FERIADO E PAGOS POUCOS DIAS
      *> DEPOIS DO CADASTRO DO FORNECEDOR
       500-VARRER-PAGAMENTOS.
           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "AVISO: nenhum pagamento registrado ainda."
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO H-PRIMARY-KEY.
           START HISTPAGTO-FILE KEY IS GREATER THAN H-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-LER-PROXIMO-PAGTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE HISTPAGTO-FILE.

       510-LER-PROXIMO-PAGTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF H-VALOR-ORIGINAL > ZERO AND
                           H-METODO-PGTO NOT = 'ESTORNO' AND
                           H-METODO-PGTO NOT = 'ADIANT' AND
                           H-METODO-PGTO NOT = 'NOTACRED' AND
                           H-METODO-PGTO NOT = 'PENHORA'
                       MOVE H-CNPJ-FORN TO WS-CNPJ-BUSCA
                       PERFORM 900-PROCURAR-FORNECEDOR
                       IF WS-FR-ACHOU > ZERO
                           PERFORM 520-TESTAR-PAGAMENTO
                       END-IF
                   END-IF
           END-READ.

       520-TESTAR-PAGAMENTO.
           MOVE H-DATA-PGTO TO WS-DATA-TESTE.
           PERFORM 950-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'N'
               ADD WS-PESO-FIM-SEMANA TO WS-FR-PT-FDS(WS-FR-ACHOU)
               MOVE 'FS' TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "doc " H-NUM-DOC " pago em " H-DATA-PGTO
                      " valor " H-VALOR-ORIGINAL
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               PERFORM 850-IMPRIMIR-OCORRENCIA
           END-IF.

           IF WS-FR-PT-NOVO(WS-FR-ACHOU) > ZERO OR
                   WS-FR-DATA-CAD(WS-FR-ACHOU) = ZERO OR
                   H-DATA-PGTO = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF =
               FUNCTION INTEGER-OF-DATE(H-DATA-PGTO)
               - FUNCTION INTEGER-OF-DATE(WS-FR-DATA-CAD(WS-FR-ACHOU)).
           IF WS-DIFF >= ZERO AND WS-DIFF <= WS-DIAS-NOVO-PAGO
               MOVE WS-PESO-NOVO-PAGO TO WS-FR-PT-NOVO(WS-FR-ACHOU)
               MOVE 'NP' TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "cadastrado em " WS-FR-DATA-CAD(WS-FR-ACHOU)
                      " e pago em " H-DATA-PGTO " doc " H-NUM-DOC
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               PERFORM 850-IMPRIMIR-OCORRENCIA
           END-IF.

      *> QUI-QUADRADO DA DISTRIBUICAO DO PRIMEIRO DIGITO CONTRA A
      *> ESPERADA POR BENFORD; AMOSTRA PEQUENA NAO E TESTADA
       600-TESTAR-BENFORD.
           IF WS-FR-QTD-VALORES(WS-FR-IDX) < WS-MIN-AMOSTRA-BENF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QUI-QUADRADO.
           PERFORM 610-SOMAR-DIGITO
               VARYING WS-DIG FROM 1 BY 1 UNTIL WS-DIG > 9.
           IF WS-QUI-QUADRADO > WS-LIMITE-QUI-QUADRADO
               MOVE WS-PESO-BENFORD TO WS-FR-PT-BENFORD(WS-FR-IDX)
               MOVE WS-FR-IDX TO WS-FR-ACHOU
               MOVE 'BF' TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "qui-quadrado " WS-QUI-QUADRADO " em "
                      WS-FR-QTD-VALORES(WS-FR-IDX) " valores"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               PERFORM 850-IMPRIMIR-OCORRENCIA
           END-IF.

       610-SOMAR-DIGITO.
           COMPUTE WS-ESPERADO = WS-FR-QTD-VALORES(WS-FR-IDX)
               * WS-BENFORD-ESPERADO(WS-DIG).
           COMPUTE WS-QUI-QUADRADO ROUNDED = WS-QUI-QUADRADO
               + (WS-FR-DIGITO(WS-FR-IDX, WS-DIG) - WS-ESPERADO) ** 2
               / WS-ESPERADO.

       650-TOTALIZAR.
           COMPUTE WS-FR-PT-TOTAL(WS-FR-IDX) =
               WS-FR-PT-CONTA(WS-FR-IDX) + WS-FR-PT-NOVO(WS-FR-IDX)
               + WS-FR-PT-FDS(WS-FR-IDX) + WS-FR-PT-REDONDO(WS-FR-IDX)
               + WS-FR-PT-ALCADA(WS-FR-IDX) + WS-FR-PT-BENFORD(WS-FR-IDX).

      *> ORDENACAO POR SELECAO, DECRESCENTE PELA PONTUACAO TOTAL
       700-ORDENAR.
           PERFORM 710-SELECIONAR-MAIOR
               VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX >= WS-FR-QTD.

       710-SELECIONAR-MAIOR.
           MOVE WS-FR-IDX TO WS-FR-MAIOR.
           COMPUTE WS-FR-J-INICIO = WS-FR-IDX + 1.
           PERFORM 720-ENCONTRAR-MAIOR
               VARYING WS-FR-J FROM WS-FR-J-INICIO BY 1
               UNTIL WS-FR-J > WS-FR-QTD.
           IF WS-FR-MAIOR NOT = WS-FR-IDX
               MOVE WS-FR-ITEM(WS-FR-IDX) TO WS-FR-TROCA
               MOVE WS-FR-ITEM(WS-FR-MAIOR) TO WS-FR-ITEM(WS-FR-IDX)
               MOVE WS-FR-TROCA TO WS-FR-ITEM(WS-FR-MAIOR)
           END-IF.

       720-ENCONTRAR-MAIOR.
           IF WS-FR-PT-TOTAL(WS-FR-J) > WS-FR-PT-TOTAL(WS-FR-MAIOR)
               MOVE WS-FR-J TO WS-FR-MAIOR
           END-IF.

       750-IMPRIMIR-CABECALHO.
           DISPLAY " ".
           DISPLAY "Ranking por pontuacao (CM conta/PIX comum, NP novo e "
                   "pago, FS fim de semana/feriado,".
           DISPLAY "RD valor redondo, AL abaixo da alcada, BF Benford)".
           DISPLAY "Rank CNPJ           Razao Social              "
                   "   CM    NP    FS    RD    AL    BF  Total".
           MOVE SPACES TO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "Ranking por pontuacao (CM conta/PIX comum, NP novo e "
                  "pago, FS fim de semana/feriado, RD valor redondo, "
                  "AL abaixo da alcada, BF Benford)"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "Rank CNPJ           Razao Social              "
                  "   CM    NP    FS    RD    AL    BF  Total"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

       800-IMPRIMIR-RANKING.
           DISPLAY WS-FR-IDX " " WS-FR-CNPJ(WS-FR-IDX) " "
                   WS-FR-RAZAO(WS-FR-IDX)(1:25) " "
                   WS-FR-PT-CONTA(WS-FR-IDX) " "
                   WS-FR-PT-NOVO(WS-FR-IDX) " "
                   WS-FR-PT-FDS(WS-FR-IDX) " "
                   WS-FR-PT-REDONDO(WS-FR-IDX) " "
                   WS-FR-PT-ALCADA(WS-FR-IDX) " "
                   WS-FR-PT-BENFORD(WS-FR-IDX) " "
                   WS-FR-PT-TOTAL(WS-FR-IDX).
           MOVE SPACES TO SPOOL-REG.
           STRING WS-FR-IDX " " WS-FR-CNPJ(WS-FR-IDX) " "
                  WS-FR-RAZAO(WS-FR-IDX)(1:25) " "
                  WS-FR-PT-CONTA(WS-FR-IDX) " "
                  WS-FR-PT-NOVO(WS-FR-IDX) " "
                  WS-FR-PT-FDS(WS-FR-IDX) " "
                  WS-FR-PT-REDONDO(WS-FR-IDX) " "
                  WS-FR-PT-ALCADA(WS-FR-IDX) " "
                  WS-FR-PT-BENFORD(WS-FR-IDX) " "
                  WS-FR-PT-TOTAL(WS-FR-IDX)
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

      *> LINHA DE DETALHE DE UMA OCORRENCIA, SEMPRE DO FORNECEDOR
      *> APONTADO POR WS-FR-ACHOU
       850-IMPRIMIR-OCORRENCIA.
           ADD 1 TO WS-QTD-ALERTAS.
           DISPLAY WS-LINHA-TIPO " " WS-FR-CNPJ(WS-FR-ACHOU) " "
                   WS-FR-RAZAO(WS-FR-ACHOU)(1:25) " " WS-LINHA-TEXTO.
           MOVE SPACES TO SPOOL-REG.
           STRING WS-LINHA-TIPO " " WS-FR-CNPJ(WS-FR-ACHOU) " "
                  WS-FR-RAZAO(WS-FR-ACHOU)(1:25) " " WS-LINHA-TEXTO
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

      *> PROCURA LINEAR NA TABELA DE FORNECEDORES PELO CNPJ EM
      *> WS-CNPJ-BUSCA; DEVOLVE A POSICAO EM WS-FR-ACHOU (ZERO SE NAO
      *> ACHOU)
       900-PROCURAR-FORNECEDOR.
           MOVE ZERO TO WS-FR-ACHOU.
           PERFORM 910-COMPARAR-FORNECEDOR
               VARYING WS-FR-J FROM 1 BY 1
               UNTIL WS-FR-J > WS-FR-QTD OR WS-FR-ACHOU > ZERO.

       910-COMPARAR-FORNECEDOR.
           IF WS-FR-CNPJ(WS-FR-J) = WS-CNPJ-BUSCA
               MOVE WS-FR-J TO WS-FR-ACHOU
           END-IF.

      *> SABADO, DOMINGO (RESTO 6 E 0 DO DIA-INTEIRO POR 7) OU DATA DO
      *> CALENDARIO FERIADOS.DAT DEVOLVEM WS-DU-UTIL = 'N'
       950-VERIFICAR-DIA-UTIL.
           MOVE 'S' TO WS-DU-UTIL.
           IF WS-DATA-TESTE = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DU-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE).
           COMPUTE WS-DU-RESTO = FUNCTION MOD(WS-DU-INT, 7).
           IF WS-DU-RESTO = 6 OR WS-DU-RESTO = 0
               MOVE 'N' TO WS-DU-UTIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-FERIADOS-ABERTO = 'S'
               MOVE WS-DATA-TESTE TO FE-DATA
               READ FERIADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-DU-UTIL
               END-READ
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
           MOVE 'RELFRAUD' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
