       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBONIF.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONIFAC-FILE *> Acordos de bonificacao por volume de compras
               ASSIGN TO 'BONIFAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CHAVE
               FILE STATUS IS WS-STATUS-BONIFAC.

           SELECT BONIFMOV-FILE *> Provisoes mensais da bonificacao (para o GLEXTRAT)
               ASSIGN TO 'BONIFMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BONIFMOV.

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

           SELECT NOTACRED-FILE *> Notas de credito emitidas pelos fornecedores
               ASSIGN TO 'NOTACRED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CHAVE
               FILE STATUS IS WS-STATUS-NOTACRED.

           SELECT NOTACMOV-FILE *> Movimentos das notas (registro/consumo/devolucao)
               ASSIGN TO 'NOTACMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTACMOV.

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
      *> UM ACORDO POR FORNECEDOR E INICIO DE VIGENCIA. AS FAIXAS VAO
      *> EM ORDEM CRESCENTE DE LIMITE; ATINGIDA UMA FAIXA, O PERCENTUAL
      *> DELA VALE SOBRE TODO O VOLUME DO PERIODO (NAO SO O EXCEDENTE).
      *> BA-BASE 'L' MEDE O VOLUME PELO VALOR LANCADO (EMISSAO DENTRO DA
      *> VIGENCIA), 'P' PELO VALOR PAGO (HISTPAGTO DENTRO DA VIGENCIA).
      *> BA-BONUS-PROVISIONADO E O QUE JA FOI MANDADO AO RAZAO PELO
      *> BONIFMOV; A SITUACAO 'E' (ENCERRADO) GUARDA A NOTA DE CREDITO
      *> GERADA EM BA-NUM-NOTA
       FD  BONIFAC-FILE.
       01  BONIFAC-REG.
           05 BA-CHAVE.
              10 BA-CNPJ-FORN     PIC 9(14).
              10 BA-DATA-INICIO   PIC 9(08).
           05 BA-DATA-FIM         PIC 9(08).
           05 BA-DESCRICAO        PIC X(30).
           05 BA-BASE             PIC X(01).
           05 BA-QTD-FAIXAS       PIC 9(01).
           05 BA-FAIXA OCCURS 5 TIMES.
              10 BA-FAIXA-LIMITE  PIC 9(12)V99.
              10 BA-FAIXA-PERC    PIC 9(02)V99.
           05 BA-GASTO-APURADO    PIC 9(12)V99.
           05 BA-FAIXA-ATINGIDA   PIC 9(01).
           05 BA-BONUS-APURADO    PIC 9(10)V99.
           05 BA-BONUS-PROVISIONADO PIC 9(10)V99.
           05 BA-DATA-APURACAO    PIC 9(08).
           05 BA-SITUACAO         PIC X(01).
           05 BA-NUM-NOTA         PIC X(10).
           05 BA-USUARIO          PIC X(10).

      *> CADA APURACAO GRAVA A DIFERENCA ENTRE O BONUS APURADO E O JA
      *> PROVISIONADO ('P'); SE O VOLUME CAIR (CANCELAMENTO, ESTORNO) A
      *> DIFERENCA SAI NEGATIVA E O GLEXTRAT REVERTE A PROVISAO
       FD  BONIFMOV-FILE.
       01  BONIFMOV-REG.
           05 BM-DATA-MOV         PIC 9(08).
           05 BM-CNPJ             PIC 9(14).
           05 BM-DATA-INICIO      PIC 9(08).
           05 BM-TIPO             PIC X(01).
           05 BM-VALOR            PIC S9(10)V99.
           05 BM-DATA-HORA        PIC 9(14).
           05 BM-USUARIO          PIC X(10).

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

       FD  NOTACRED-FILE.
       01  NOTACRED-REG.
           05 NC-CHAVE.
              10 NC-CNPJ        PIC 9(14).
              10 NC-NUM-NOTA    PIC X(10).
           05 NC-DATA-EMISSAO   PIC 9(08).
           05 NC-VALOR          PIC 9(10)V99.
           05 NC-SALDO          PIC 9(10)V99.
           05 NC-SITUACAO       PIC X(01).

       FD  NOTACMOV-FILE.
       01  NOTACMOV-REG.
           05 NM-DATA-HORA     PIC 9(14).
           05 NM-CNPJ          PIC 9(14).
           05 NM-NUM-NOTA      PIC X(10).
           05 NM-TIPO          PIC X(01).
           05 NM-VALOR         PIC 9(10)V99.
           05 NM-NUM-DOC       PIC 9(10).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BONIFAC       PIC X(2).
           88 STATUS-OK-BA           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BA VALUE '35'.
       01 WS-STATUS-BONIFMOV      PIC X(2).
           88 STATUS-OK-BM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BM VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO     PIC X(2).
           88 STATUS-OK-HIST         VALUE '00'.
       01 WS-STATUS-NOTACRED      PIC X(2).
           88 STATUS-OK-NC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-NC VALUE '35'.
       01 WS-STATUS-NOTACMOV      PIC X(2).
           88 STATUS-OK-NM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-NM VALUE '35'.
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
       01 WS-FIM-CALCULO          PIC X(01).
       01 WS-DADO-VALIDO          PIC X(01).
       01 WS-NOVO-ACORDO          PIC X(01).
       01 WS-CHAVE-ACORDO         PIC X(22).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-DATA-HORA-MOV        PIC 9(14).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

      *> APURACAO: O VOLUME E MEDIDO DO INICIO DA VIGENCIA ATE A DATA DE
      *> REFERENCIA (OU O FIM DA VIGENCIA, O QUE VIER ANTES)
       01 WS-DATA-REFERENCIA      PIC 9(08).
       01 WS-DATA-LIMITE          PIC 9(08).
       01 WS-GASTO                PIC S9(12)V99.
       01 WS-FX-IDX               PIC 9(01).
       01 WS-FAIXA-CALC           PIC 9(01).
       01 WS-BONUS-CALC           PIC 9(10)V99.
       01 WS-DELTA-PROVISAO       PIC S9(10)V99.
       01 WS-DELTA-ABS            PIC 9(10)V99.
       01 WS-SINAL-DELTA          PIC X(01).
       01 WS-ULTIMO-LIMITE        PIC 9(12)V99.

       01 WS-QTD-APURADOS         PIC 9(05).
       01 WS-QTD-PROXIMOS         PIC 9(05).
       01 WS-TOTAL-PROVISAO       PIC S9(12)V99.
       01 WS-TOTAL-PROVISAO-ABS   PIC 9(12)V99.

      *> ACORDOS PERTO DA PROXIMA FAIXA
       01 WS-PERC-PROXIMIDADE     PIC 9(03).
       01 WS-PROXIMA-FAIXA        PIC 9(01).
       01 WS-LIMITE-PROXIMA       PIC 9(12)V99.
       01 WS-FALTA-PROXIMA        PIC 9(12)V99.
       01 WS-PERC-ATINGIDO        PIC 9(03)V99.
       01 WS-BONUS-PROXIMA        PIC 9(10)V99.

       PROCEDURE DIVISION.
      *> ACORDOS DE BONIFICACAO (REBATE) POR VOLUME: O FORNECEDOR
      *> DEVOLVE UM PERCENTUAL DO QUE A EMPRESA COMPROU NO PERIODO,
      *> CONFORME A FAIXA DE VOLUME ATINGIDA. A APURACAO MENSAL PROVISIONA
      *> O BONUS GANHO ATE O MES (BONIFMOV, LIDO PELO GLEXTRAT); NO FIM
      *> DA VIGENCIA, OU QUANDO O FORNECEDOR CONFIRMA O BONUS, O ACORDO E
      *> ENCERRADO E VIRA UMA NOTA DE CREDITO NO NOTACRED.DAT, QUE O
      *> PGTOCONT CONSOME NOS PROXIMOS PAGAMENTOS DO FORNECEDOR
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-BONIFICACAO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-BONIFICACAO.
           DISPLAY "--- Acordos de Bonificacao por Volume ---".
           DISPLAY "I - Incluir/Alterar acordo".
           DISPLAY "A - Apuracao mensal (provisao do bonus)".
           DISPLAY "E - Encerrar acordo e gerar nota de credito".
           DISPLAY "P - Acordos proximos da proxima faixa".
           DISPLAY "L - Listar acordos".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM 300-INCLUIR-ALTERAR-ACORDO
               WHEN 'A'
                   PERFORM 400-APURAR-ACORDOS
               WHEN 'E'
                   PERFORM 500-ENCERRAR-ACORDO
               WHEN 'P'
                   PERFORM 600-PROXIMOS-DA-FAIXA
               WHEN 'L'
                   PERFORM 650-LISTAR-ACORDOS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> ACORDO JA APURADO PODE TER FAIXAS E FIM DE VIGENCIA AJUSTADOS
      *> (ADITIVO); A PROXIMA APURACAO ACERTA A PROVISAO PELA DIFERENCA.
      *> ACORDO ENCERRADO NAO MUDA MAIS
       300-INCLUIR-ALTERAR-ACORDO.
           DISPLAY "--- Incluir/Alterar Acordo de Bonificacao ---".
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 310-DIGITAR-FORNECEDOR.
           IF WS-DADO-VALIDO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BONIFAC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BA
               OPEN OUTPUT BONIFAC-FILE
               CLOSE BONIFAC-FILE
               OPEN I-O BONIFAC-FILE
           END-IF.
           IF NOT STATUS-OK-BA
               DISPLAY "ERRO ao abrir cadastro de acordos. Status: "
                       WS-STATUS-BONIFAC
               EXIT PARAGRAPH
           END-IF.

           MOVE F-CNPJ TO BA-CNPJ-FORN.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 320-DIGITAR-INICIO UNTIL WS-DATA-VALIDA = 'S'.
           MOVE 'N' TO WS-NOVO-ACORDO.
           READ BONIFAC-FILE
               INVALID KEY
                   MOVE 'S' TO WS-NOVO-ACORDO
                   MOVE BA-CHAVE TO WS-CHAVE-ACORDO
                   INITIALIZE BONIFAC-REG
                   MOVE WS-CHAVE-ACORDO TO BA-CHAVE
                   MOVE 'A' TO BA-SITUACAO
                   MOVE SPACES TO BA-NUM-NOTA
               NOT INVALID KEY
                   DISPLAY "Acordo atual: " BA-DESCRICAO " ate "
                           BA-DATA-FIM " base " BA-BASE " situacao "
                           BA-SITUACAO
           END-READ.
           IF BA-SITUACAO NOT = 'A'
               DISPLAY "ERRO: acordo encerrado nao pode ser alterado."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descricao do acordo: " WITH NO ADVANCING.
           ACCEPT BA-DESCRICAO.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 330-DIGITAR-FIM UNTIL WS-DATA-VALIDA = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 340-DIGITAR-BASE UNTIL WS-DADO-VALIDO = 'S'.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 350-DIGITAR-QTD-FAIXAS UNTIL WS-DADO-VALIDO = 'S'.
           MOVE ZERO TO WS-ULTIMO-LIMITE.
           PERFORM 360-DIGITAR-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > BA-QTD-FAIXAS.
           PERFORM 365-LIMPAR-FAIXA
               VARYING WS-FX-IDX FROM WS-FX-IDX BY 1
               UNTIL WS-FX-IDX > 5.
           MOVE WS-USUARIO-SESSAO TO BA-USUARIO.

           IF WS-NOVO-ACORDO = 'S'
               WRITE BONIFAC-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar acordo. Status: "
                               WS-STATUS-BONIFAC
                   NOT INVALID KEY
                       DISPLAY "Acordo cadastrado com sucesso!"
               END-WRITE
           ELSE
               REWRITE BONIFAC-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar acordo. Status: "
                               WS-STATUS-BONIFAC
                   NOT INVALID KEY
                       DISPLAY "Acordo alterado com sucesso!"
               END-REWRITE
           END-IF.
           CLOSE BONIFAC-FILE.

       310-DIGITAR-FORNECEDOR.
           DISPLAY "CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir cadastro de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: fornecedor nao cadastrado."
               NOT INVALID KEY
                   DISPLAY "Fornecedor: " F-RAZAO-SOCIAL
                   MOVE 'S' TO WS-DADO-VALIDO
           END-READ.
           CLOSE FORNECEDORES-FILE.

       320-DIGITAR-INICIO.
           DISPLAY "Inicio da vigencia (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT BA-DATA-INICIO.
           MOVE BA-DATA-INICIO TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

       330-DIGITAR-FIM.
           DISPLAY "Fim da vigencia (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT BA-DATA-FIM.
           MOVE BA-DATA-FIM TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.
           IF WS-DATA-VALIDA = 'S' AND BA-DATA-FIM < BA-DATA-INICIO
               DISPLAY "ERRO: fim da vigencia antes do inicio."
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       340-DIGITAR-BASE.
           DISPLAY "Base do volume (L=valor lancado, P=valor pago): "
                   WITH NO ADVANCING.
           ACCEPT BA-BASE.
           MOVE FUNCTION UPPER-CASE(BA-BASE) TO BA-BASE.
           IF BA-BASE = 'L' OR BA-BASE = 'P'
               MOVE 'S' TO WS-DADO-VALIDO
           ELSE
               DISPLAY "ERRO: base invalida."
           END-IF.

       350-DIGITAR-QTD-FAIXAS.
           DISPLAY "Quantidade de faixas (1 a 5): " WITH NO ADVANCING.
           ACCEPT BA-QTD-FAIXAS.
           IF BA-QTD-FAIXAS < 1 OR BA-QTD-FAIXAS > 5
               DISPLAY "ERRO: informe de 1 a 5 faixas."
           ELSE
               MOVE 'S' TO WS-DADO-VALIDO
           END-IF.

      *> CADA FAIXA TEM DE COMECAR ACIMA DA ANTERIOR; A CRITICA REPERGUNTA
      *> A MESMA FAIXA ATE O LIMITE E O PERCENTUAL FAZEREM SENTIDO
       360-DIGITAR-FAIXA.
           MOVE 'N' TO WS-DADO-VALIDO.
           PERFORM 362-DIGITAR-LIMITE-PERC UNTIL WS-DADO-VALIDO = 'S'.
           MOVE BA-FAIXA-LIMITE(WS-FX-IDX) TO WS-ULTIMO-LIMITE.

       362-DIGITAR-LIMITE-PERC.
           DISPLAY "Faixa " WS-FX-IDX " - volume minimo do periodo: "
                   WITH NO ADVANCING.
           ACCEPT BA-FAIXA-LIMITE(WS-FX-IDX).
           DISPLAY "Faixa " WS-FX-IDX " - percentual de bonificacao: "
                   WITH NO ADVANCING.
           ACCEPT BA-FAIXA-PERC(WS-FX-IDX).
           IF BA-FAIXA-LIMITE(WS-FX-IDX) NOT > WS-ULTIMO-LIMITE
               DISPLAY "ERRO: o volume da faixa deve ser maior que o da "
                       "faixa anterior."
               EXIT PARAGRAPH
           END-IF.
           IF BA-FAIXA-PERC(WS-FX-IDX) = ZERO
               DISPLAY "ERRO: percentual deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DADO-VALIDO.

       365-LIMPAR-FAIXA.
           MOVE ZERO TO BA-FAIXA-LIMITE(WS-FX-IDX).
           MOVE ZERO TO BA-FAIXA-PERC(WS-FX-IDX).

      *> APURACAO MENSAL DE TODOS OS ACORDOS EM ANDAMENTO ATE A DATA DE
      *> REFERENCIA (NORMALMENTE O ULTIMO DIA DO MES FECHADO). O BONUS
      *> APURADO SUBSTITUI O ANTERIOR E SO A DIFERENCA VAI AO BONIFMOV
       400-APURAR-ACORDOS.
           DISPLAY "--- Apuracao Mensal das Bonificacoes ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 405-DIGITAR-REFERENCIA UNTIL WS-DATA-VALIDA = 'S'.

           OPEN I-O BONIFAC-FILE.
           IF NOT STATUS-OK-BA
               DISPLAY "AVISO: Nenhum acordo de bonificacao cadastrado."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CADBONIF_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "APURACAO DE BONIFICACAO POR VOLUME - REFERENCIA "
                  WS-DATA-REFERENCIA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "FORNECEDOR     INICIO   FIM      B          VOLUME F"
             TO WS-LINHA.
           MOVE "       BONUS     PROVISAO DO MES" TO WS-LINHA(54:32).
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-APURADOS WS-TOTAL-PROVISAO.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO BA-CHAVE.
           START BONIFAC-FILE KEY IS GREATER THAN BA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 410-APURAR-PROXIMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BONIFAC-FILE.

           IF WS-TOTAL-PROVISAO < ZERO
               MOVE '-' TO WS-SINAL-DELTA
           ELSE
               MOVE '+' TO WS-SINAL-DELTA
           END-IF.
           MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-PROVISAO-ABS.
           MOVE SPACES TO WS-LINHA.
           STRING "ACORDOS APURADOS: " WS-QTD-APURADOS
                  "   PROVISAO DO MES: " WS-SINAL-DELTA
                  WS-TOTAL-PROVISAO-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       405-DIGITAR-REFERENCIA.
           DISPLAY "Data de referencia da apuracao (AAAAMMDD, ENTER = "
                   WS-DATA-HOJE "): " WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-REFERENCIA.
           ACCEPT WS-DATA-REFERENCIA.
           IF WS-DATA-REFERENCIA = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
           END-IF.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> ACORDO QUE AINDA NAO COMECOU NA DATA DE REFERENCIA FICA DE FORA
       410-APURAR-PROXIMO.
           READ BONIFAC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF BA-SITUACAO NOT = 'A' OR
                   BA-DATA-INICIO > WS-DATA-REFERENCIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-CALCULAR-BONUS.
           PERFORM 750-PROVISIONAR-BONUS.
           REWRITE BONIFAC-REG
               INVALID KEY
                   DISPLAY "ERRO ao atualizar acordo do CNPJ "
                           BA-CNPJ-FORN ". Status: " WS-STATUS-BONIFAC
           END-REWRITE.
           ADD 1 TO WS-QTD-APURADOS.
           ADD WS-DELTA-PROVISAO TO WS-TOTAL-PROVISAO.
           PERFORM 420-IMPRIMIR-APURACAO.

       420-IMPRIMIR-APURACAO.
           MOVE SPACES TO WS-LINHA.
           STRING BA-CNPJ-FORN " " BA-DATA-INICIO " " BA-DATA-FIM " "
                  BA-BASE " " BA-GASTO-APURADO " " BA-FAIXA-ATINGIDA " "
                  BA-BONUS-APURADO " " WS-SINAL-DELTA WS-DELTA-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> ENCERRAMENTO: DEPOIS DO FIM DA VIGENCIA, OU ANTES DELE QUANDO O
      *> FORNECEDOR JA CONFIRMOU O BONUS (AI O VOLUME VAI SO ATE HOJE).
      *> A APURACAO FINAL ACERTA A PROVISAO E O BONUS VIRA NOTA DE
      *> CREDITO 'BN'+INICIO DA VIGENCIA; SEM FAIXA ATINGIDA O ACORDO SO
      *> E ENCERRADO
       500-ENCERRAR-ACORDO.
           DISPLAY "--- Encerrar Acordo e Gerar Nota de Credito ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           OPEN I-O BONIFAC-FILE.
           IF NOT STATUS-OK-BA
               DISPLAY "AVISO: Nenhum acordo de bonificacao cadastrado."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT BA-CNPJ-FORN.
           DISPLAY "Inicio da vigencia (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT BA-DATA-INICIO.
           READ BONIFAC-FILE
               INVALID KEY
                   DISPLAY "ERRO: acordo nao encontrado."
                   CLOSE BONIFAC-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF BA-SITUACAO NOT = 'A'
               DISPLAY "AVISO: acordo ja encerrado (nota " BA-NUM-NOTA ")."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-DATA-HOJE > BA-DATA-FIM
               MOVE BA-DATA-FIM TO WS-DATA-REFERENCIA
           ELSE
               DISPLAY "A vigencia vai ate " BA-DATA-FIM "."
               DISPLAY "O fornecedor confirmou o bonus? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   DISPLAY "Encerramento cancelado."
                   CLOSE BONIFAC-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
           END-IF.

           PERFORM 700-CALCULAR-BONUS.
           PERFORM 750-PROVISIONAR-BONUS.
           DISPLAY "Volume apurado: " BA-GASTO-APURADO " faixa "
                   BA-FAIXA-ATINGIDA " bonus " BA-BONUS-APURADO.

           IF BA-BONUS-APURADO > ZERO
               PERFORM 550-GRAVAR-NOTA-CREDITO
               IF BA-NUM-NOTA = SPACES
                   REWRITE BONIFAC-REG
                       INVALID KEY
                           DISPLAY "ERRO ao atualizar acordo. Status: "
                                   WS-STATUS-BONIFAC
                   END-REWRITE
                   DISPLAY "Acordo mantido em aberto."
                   CLOSE BONIFAC-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Nenhuma faixa atingida: acordo encerrado sem "
                       "nota de credito."
           END-IF.
           MOVE 'E' TO BA-SITUACAO.
           REWRITE BONIFAC-REG
               INVALID KEY
                   DISPLAY "ERRO ao encerrar acordo. Status: "
                           WS-STATUS-BONIFAC
               NOT INVALID KEY
                   DISPLAY "Acordo encerrado."
           END-REWRITE.
           CLOSE BONIFAC-FILE.

       550-GRAVAR-NOTA-CREDITO.
           MOVE SPACES TO BA-NUM-NOTA.
           OPEN I-O NOTACRED-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-NC
               OPEN OUTPUT NOTACRED-FILE
               CLOSE NOTACRED-FILE
               OPEN I-O NOTACRED-FILE
           END-IF.
           IF NOT STATUS-OK-NC
               DISPLAY "ERRO ao abrir arquivo de notas de credito. "
                       "Status: " WS-STATUS-NOTACRED
               EXIT PARAGRAPH
           END-IF.
           MOVE BA-CNPJ-FORN TO NC-CNPJ.
           MOVE SPACES TO NC-NUM-NOTA.
           STRING 'BN' BA-DATA-INICIO DELIMITED BY SIZE INTO NC-NUM-NOTA.
           MOVE WS-DATA-HOJE TO NC-DATA-EMISSAO.
           MOVE BA-BONUS-APURADO TO NC-VALOR.
           MOVE NC-VALOR TO NC-SALDO.
           MOVE 'A' TO NC-SITUACAO.
           WRITE NOTACRED-REG
               INVALID KEY
                   DISPLAY "ERRO: ja existe a nota " NC-NUM-NOTA
                           " para este fornecedor."
               NOT INVALID KEY
                   MOVE NC-NUM-NOTA TO BA-NUM-NOTA
                   DISPLAY "Nota de credito " NC-NUM-NOTA
                           " gerada. Saldo: " NC-SALDO
           END-WRITE.
           CLOSE NOTACRED-FILE.
           IF BA-NUM-NOTA NOT = SPACES
               PERFORM 560-GRAVAR-MOVIMENTO-NOTA
           END-IF.

       560-GRAVAR-MOVIMENTO-NOTA.
           OPEN EXTEND NOTACMOV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-NM
               OPEN OUTPUT NOTACMOV-FILE
           END-IF.
           IF NOT STATUS-OK-NM
               DISPLAY "AVISO: nao foi possivel gravar o movimento da "
                       "nota de credito. Status: " WS-STATUS-NOTACMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NM-DATA-HORA.
           MOVE NC-CNPJ TO NM-CNPJ.
           MOVE NC-NUM-NOTA TO NM-NUM-NOTA.
           MOVE 'R' TO NM-TIPO.
           MOVE NC-VALOR TO NM-VALOR.
           MOVE ZERO TO NM-NUM-DOC.
           WRITE NOTACMOV-REG.
           CLOSE NOTACMOV-FILE.

      *> ACOMPANHAMENTO COMERCIAL: ACORDOS EM ANDAMENTO CUJO VOLUME ATE
      *> HOJE JA CHEGOU A UM PERCENTUAL DO LIMITE DA PROXIMA FAIXA, COM
      *> QUANTO FALTA E QUANTO O BONUS PASSARIA A VALER. SO CONSULTA:
      *> NADA E PROVISIONADO NEM GRAVADO NO ACORDO
       600-PROXIMOS-DA-FAIXA.
           DISPLAY "--- Acordos Proximos da Proxima Faixa ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA.
           DISPLAY "Percentual minimo do volume da proxima faixa "
                   "(ENTER = 80): " WITH NO ADVANCING.
           MOVE ZERO TO WS-PERC-PROXIMIDADE.
           ACCEPT WS-PERC-PROXIMIDADE.
           IF WS-PERC-PROXIMIDADE = ZERO OR WS-PERC-PROXIMIDADE > 100
               MOVE 80 TO WS-PERC-PROXIMIDADE
           END-IF.

           OPEN INPUT BONIFAC-FILE.
           IF NOT STATUS-OK-BA
               DISPLAY "AVISO: Nenhum acordo de bonificacao cadastrado."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CADBONIF_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "ACORDOS A " WS-PERC-PROXIMIDADE
                  "% OU MAIS DA PROXIMA FAIXA - POSICAO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "FORNECEDOR     FIM      F          VOLUME  PROX.FAIXA"
             TO WS-LINHA.
           MOVE "          FALTA    ATING%  BONUS ATUAL BONUS PROXIMA"
             TO WS-LINHA(57:51).
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-PROXIMOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO BA-CHAVE.
           START BONIFAC-FILE KEY IS GREATER THAN BA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 610-AVALIAR-PROXIMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BONIFAC-FILE.

           MOVE SPACES TO WS-LINHA.
           STRING "ACORDOS PROXIMOS DA PROXIMA FAIXA: " WS-QTD-PROXIMOS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> ACORDO JA NA ULTIMA FAIXA OU COM A VIGENCIA ENCERRADA NAO TEM
      *> MAIS PARA ONDE SUBIR
       610-AVALIAR-PROXIMO.
           READ BONIFAC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF BA-SITUACAO NOT = 'A' OR
                   BA-DATA-INICIO > WS-DATA-HOJE OR
                   BA-DATA-FIM < WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-CALCULAR-BONUS.
           IF BA-FAIXA-ATINGIDA >= BA-QTD-FAIXAS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PROXIMA-FAIXA = BA-FAIXA-ATINGIDA + 1.
           MOVE BA-FAIXA-LIMITE(WS-PROXIMA-FAIXA) TO WS-LIMITE-PROXIMA.
           COMPUTE WS-PERC-ATINGIDO ROUNDED =
               BA-GASTO-APURADO * 100 / WS-LIMITE-PROXIMA.
           IF WS-PERC-ATINGIDO < WS-PERC-PROXIMIDADE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FALTA-PROXIMA =
               WS-LIMITE-PROXIMA - BA-GASTO-APURADO.
           COMPUTE WS-BONUS-PROXIMA ROUNDED =
               WS-LIMITE-PROXIMA * BA-FAIXA-PERC(WS-PROXIMA-FAIXA) / 100.
           ADD 1 TO WS-QTD-PROXIMOS.
           MOVE SPACES TO WS-LINHA.
           STRING BA-CNPJ-FORN " " BA-DATA-FIM " " BA-FAIXA-ATINGIDA " "
                  BA-GASTO-APURADO " " WS-LIMITE-PROXIMA " "
                  WS-FALTA-PROXIMA " " WS-PERC-ATINGIDO " "
                  BA-BONUS-APURADO " " WS-BONUS-PROXIMA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       650-LISTAR-ACORDOS.
           DISPLAY "--- Acordos de Bonificacao Cadastrados ---".
           OPEN INPUT BONIFAC-FILE.
           IF NOT STATUS-OK-BA
               DISPLAY "AVISO: Nenhum acordo de bonificacao cadastrado."
               CLOSE BONIFAC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO BA-CHAVE.
           START BONIFAC-FILE KEY IS GREATER THAN BA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 660-LISTAR-PROXIMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BONIFAC-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       660-LISTAR-PROXIMO.
           READ BONIFAC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY BA-CNPJ-FORN " " BA-DATA-INICIO "-"
                           BA-DATA-FIM " " BA-DESCRICAO " base " BA-BASE
                           " sit " BA-SITUACAO
                   DISPLAY "   apurado em " BA-DATA-APURACAO " volume "
                           BA-GASTO-APURADO " faixa " BA-FAIXA-ATINGIDA
                           " bonus " BA-BONUS-APURADO " provisionado "
                           BA-BONUS-PROVISIONADO " nota " BA-NUM-NOTA
                   PERFORM 670-LISTAR-FAIXA
                       VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > BA-QTD-FAIXAS
           END-READ.

       670-LISTAR-FAIXA.
           DISPLAY "   faixa " WS-FX-IDX " a partir de "
                   BA-FAIXA-LIMITE(WS-FX-IDX) " : "
                   BA-FAIXA-PERC(WS-FX-IDX) "%".

      *> VOLUME DO ACORDO CORRENTE DO INICIO DA VIGENCIA ATE A DATA DE
      *> REFERENCIA, A FAIXA ATINGIDA E O BONUS SOBRE O VOLUME TODO.
      *> NA BASE 'L' CONTAM AS CONTAS EMITIDAS NO PERIODO, MENOS AS
      *> CANCELADAS E AS RENEGOCIADAS/REJEITADAS ('R', CUJO VALOR PASSA
      *> AOS TITULOS NOVOS); NA BASE 'P' CONTAM OS PAGAMENTOS DO
      *> PERIODO, COM OS ESTORNOS (NEGATIVOS) ABATENDO, MAS SEM VARIACAO
      *> CAMBIAL E BAIXA DE RESIDUO, QUE NAO SAO COMPRA
       700-CALCULAR-BONUS.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-LIMITE.
           IF BA-DATA-FIM < WS-DATA-LIMITE
               MOVE BA-DATA-FIM TO WS-DATA-LIMITE
           END-IF.
           MOVE ZERO TO WS-GASTO.
           MOVE 'N' TO WS-FIM-CALCULO.
           IF BA-BASE = 'P'
               OPEN INPUT HISTPAGTO-FILE
               IF STATUS-OK-HIST
                   MOVE BA-CNPJ-FORN TO H-CNPJ-FORN
                   START HISTPAGTO-FILE KEY IS EQUAL TO H-CNPJ-FORN
                       INVALID KEY
                           MOVE 'Y' TO WS-FIM-CALCULO
                   END-START
                   PERFORM 720-SOMAR-PAGAMENTO
                       UNTIL WS-FIM-CALCULO = 'Y'
               END-IF
               CLOSE HISTPAGTO-FILE
           ELSE
               OPEN INPUT CONTAPAGAR-FILE
               IF STATUS-OK-CP
                   MOVE LOW-VALUES TO CP-PRIMARY-KEY
                   START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-FIM-CALCULO
                   END-START
                   PERFORM 710-SOMAR-CONTA UNTIL WS-FIM-CALCULO = 'Y'
               END-IF
               CLOSE CONTAPAGAR-FILE
           END-IF.
           IF WS-GASTO < ZERO
               MOVE ZERO TO WS-GASTO
           END-IF.
           MOVE WS-GASTO TO BA-GASTO-APURADO.

           MOVE ZERO TO WS-FAIXA-CALC.
           PERFORM 730-TESTAR-FAIXA
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > BA-QTD-FAIXAS.
           MOVE WS-FAIXA-CALC TO BA-FAIXA-ATINGIDA.
           IF WS-FAIXA-CALC = ZERO
               MOVE ZERO TO WS-BONUS-CALC
           ELSE
               COMPUTE WS-BONUS-CALC ROUNDED =
                   BA-GASTO-APURADO * BA-FAIXA-PERC(WS-FAIXA-CALC) / 100
           END-IF.
           MOVE WS-BONUS-CALC TO BA-BONUS-APURADO.
           MOVE WS-DATA-REFERENCIA TO BA-DATA-APURACAO.

       710-SOMAR-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CALCULO
               NOT AT END
                   IF CP-CNPJ-FORN = BA-CNPJ-FORN AND
                           CP-DATA-EMISSAO >= BA-DATA-INICIO AND
                           CP-DATA-EMISSAO <= WS-DATA-LIMITE AND
                           CP-SITUACAO NOT = 'C' AND
                           CP-SITUACAO NOT = 'R'
                       ADD CP-VALOR TO WS-GASTO
                   END-IF
           END-READ.

       720-SOMAR-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CALCULO
               NOT AT END
                   IF H-CNPJ-FORN NOT = BA-CNPJ-FORN
                       MOVE 'Y' TO WS-FIM-CALCULO
                   ELSE
                       IF H-DATA-PGTO >= BA-DATA-INICIO AND
                               H-DATA-PGTO <= WS-DATA-LIMITE AND
                               H-METODO-PGTO NOT = 'VARCAMB' AND
                               H-METODO-PGTO NOT = 'VARCAMBEST' AND
                               H-METODO-PGTO NOT = 'RESIDUO'
                           ADD H-VALOR-PAGO TO WS-GASTO
                       END-IF
                   END-IF
           END-READ.

       730-TESTAR-FAIXA.
           IF BA-GASTO-APURADO >= BA-FAIXA-LIMITE(WS-FX-IDX)
               MOVE WS-FX-IDX TO WS-FAIXA-CALC
           END-IF.

      *> A DIFERENCA ENTRE O BONUS APURADO E O JA PROVISIONADO VAI AO
      *> BONIFMOV NA DATA DE REFERENCIA, PARA O GLEXTRAT DO PERIODO
       750-PROVISIONAR-BONUS.
           COMPUTE WS-DELTA-PROVISAO =
               BA-BONUS-APURADO - BA-BONUS-PROVISIONADO.
           IF WS-DELTA-PROVISAO < ZERO
               MOVE '-' TO WS-SINAL-DELTA
           ELSE
               MOVE '+' TO WS-SINAL-DELTA
           END-IF.
           MOVE WS-DELTA-PROVISAO TO WS-DELTA-ABS.
           IF WS-DELTA-PROVISAO = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND BONIFMOV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BM
               OPEN OUTPUT BONIFMOV-FILE
           END-IF.
           IF NOT STATUS-OK-BM
               DISPLAY "ERRO: nao foi possivel gravar a provisao do "
                       "CNPJ " BA-CNPJ-FORN ". Status: "
                       WS-STATUS-BONIFMOV
               MOVE ZERO TO WS-DELTA-PROVISAO WS-DELTA-ABS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-REFERENCIA TO BM-DATA-MOV.
           MOVE BA-CNPJ-FORN TO BM-CNPJ.
           MOVE BA-DATA-INICIO TO BM-DATA-INICIO.
           MOVE 'P' TO BM-TIPO.
           MOVE WS-DELTA-PROVISAO TO BM-VALOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BM-DATA-HORA.
           MOVE WS-USUARIO-SESSAO TO BM-USUARIO.
           WRITE BONIFMOV-REG.
           CLOSE BONIFMOV-FILE.
           MOVE BA-BONUS-APURADO TO BA-BONUS-PROVISIONADO.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
