               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMINT.

           SELECT REMTRIB-FILE *> Tributos da remessa ao exterior por pais/servico
               ASSIGN TO 'REMTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-STATUS-REMTRIB.

           SELECT REMFORN-FILE *> Contrato da remessa ao exterior do fornecedor
               ASSIGN TO 'REMFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CNPJ
               FILE STATUS IS WS-STATUS-REMFORN.

           SELECT CAMBIO-FILE *> Tabela de taxas de cambio por moeda/data
               ASSIGN TO 'CAMBIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WS-STATUS-CAMBIO.

           SELECT RETENCAO-FILE *> Retencoes efetivadas a cada pagamento
               ASSIGN TO 'RETENCAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT FICHA-FILE *> Ficha de instrucao de cada remessa
               ASSIGN TO WS-NOME-FICHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FICHA.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

      *> COORDENADAS BANCARIAS DO EXTERIOR, MANTIDAS NO CADFORNE:
      *> SWIFT/BIC, IBAN (OU CONTA LOCAL), NOME DO BANCO E PAIS
           05 FI-PAIS          PIC X(02).
           05 FI-MOEDA         PIC X(03).

      *> ALIQUOTAS POR PAIS E TIPO DE SERVICO (CADRETEN, OPCAO T);
      *> PAIS '**' E A LINHA GERAL DO SERVICO
       FD  REMTRIB-FILE.
       01  REMTRIB-REG.
           05 RX-CHAVE.
              10 RX-PAIS          PIC X(02).
              10 RX-SERVICO       PIC X(04).
           05 RX-DESCRICAO        PIC X(30).
           05 RX-ALIQ-IRRF        PIC 9(02)V9999.
           05 RX-ALIQ-CIDE        PIC 9(02)V9999.
           05 RX-ALIQ-IOF         PIC 9(02)V9999.

      *> CONTRATO DA REMESSA (CADFORNE, OPCAO J): TIPO DE SERVICO E
      *> CLAUSULA DE VALOR LIQUIDO PARA O FORNECEDOR
       FD  REMFORN-FILE.
       01  REMFORN-REG.
           05 RM-CNPJ          PIC 9(14).
           05 RM-SERVICO       PIC X(04).
           05 RM-LIQUIDO       PIC X(01).

       FD  CAMBIO-FILE.
       01  CAMBIO-REG.
           05 CX-CHAVE.
              10 CX-MOEDA      PIC X(03).
              10 CX-DATA       PIC 9(08).
           05 CX-TAXA          PIC 9(04)V9999.

       FD  RETENCAO-FILE.
       01  RETENCAO-REG.
           05 RT-NUM-DOC       PIC 9(10).
           05 RT-CNPJ-FORN     PIC 9(14).
           05 RT-DATA-PGTO     PIC 9(08).
           05 RT-TIPO          PIC X(04).
           05 RT-VALOR-BASE    PIC 9(10)V99.
           05 RT-VALOR-RETIDO  PIC S9(10)V99.

       FD  FICHA-FILE.
       01  FICHA-REG              PIC X(132).

       FD  REMINT-FILE.
       01  REMINT-REG          PIC X(180).

       01 WS-STATUS-REMESITEM     PIC X(2).
          88 STATUS-OK-RI          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RI VALUE '35'.
       01 WS-STATUS-REMTRIB       PIC X(2).
          88 STATUS-OK-RX          VALUE '00'.
       01 WS-STATUS-REMFORN       PIC X(2).
          88 STATUS-OK-RF          VALUE '00'.
       01 WS-STATUS-CAMBIO        PIC X(2).
          88 STATUS-OK-CX          VALUE '00'.
       01 WS-STATUS-RETENCAO      PIC X(2).
          88 STATUS-OK-RT          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RT VALUE '35'.
       01 WS-STATUS-FICHA         PIC X(2).
          88 STATUS-OK-FICHA       VALUE '00'.

       01 WS-NOME-FICHA           PIC X(30).
       01 WS-DATA-HORA-FICHA.
           05 WS-DHF-DATA          PIC 9(08).
           05 WS-DHF-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                PIC X(132).
       01 WS-REMTRIB-ABERTO       PIC X(01).
       01 WS-REMFORN-ABERTO       PIC X(01).
       01 WS-RETENCAO-ABERTO      PIC X(01).

      *> TRIBUTOS DA REMESSA AO EXTERIOR, CALCULADOS POR TITULO: O IRRF
      *> SAI DO VALOR BRUTO NA MOEDA DO TITULO (REAJUSTADO POR FORA
      *> QUANDO O CONTRATO E LIQUIDO), A CIDE INCIDE SOBRE O BRUTO EM
      *> REAIS E O IOF SOBRE O CAMBIO DO VALOR EFETIVAMENTE REMETIDO
       01 WS-SERVICO-REMESSA      PIC X(04).
       01 WS-GROSS-UP             PIC X(01).
       01 WS-ACHOU-TRIBUTO        PIC X(01).
       01 WS-FIM-BUSCA-CAMBIO     PIC X(01).
       01 WS-ORIGEM-TAXA          PIC X(12).
       01 WS-TAXA-CAMBIO          PIC 9(04)V9999.
       01 WS-ALIQ-IRRF            PIC 9(02)V9999.
       01 WS-ALIQ-CIDE            PIC 9(02)V9999.
       01 WS-ALIQ-IOF             PIC 9(02)V9999.
       01 WS-BRUTO-ME             PIC 9(10)V99.
       01 WS-IRRF-ME              PIC 9(10)V99.
       01 WS-BRUTO-BRL            PIC 9(10)V99.
       01 WS-REMETIDO-BRL         PIC 9(10)V99.
       01 WS-IRRF-BRL             PIC 9(10)V99.
       01 WS-CIDE-BRL             PIC 9(10)V99.
       01 WS-IOF-BRL              PIC 9(10)V99.
       01 WS-QTD-SEM-TRIBUTO      PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-IRRF-BRL       PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CIDE-BRL       PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-IOF-BRL        PIC 9(12)V99 VALUE ZERO.

      *> A REMESSA INTERNACIONAL USA A MESMA NUMERACAO E OS MESMOS
      *> CONTROLES (REMESLOG/REMESITEM) DOS DEMAIS TRILHOS; OS TITULOS
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-QTD-REGISTROS        PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-COORD        PIC 9(06) VALUE ZERO.
      *> FORNECEDOR SANCIONADO NO CEIS/CNEP SEM LIBERACAO DE COMPLIANCE
      *> NAO ENTRA NA REMESSA (VERIFSAN)
       01 WS-QTD-BLOQ-SAN         PIC 9(06) VALUE ZERO.
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).
      *> NEM O QUE ESTOURA O LIMITE DIARIO DA CONTA PAGADORA OU DO
      *> OPERADOR NA DATA DE GERACAO: VAI PARA A FILA DO LIBPAG. O QUE
      *> CONTA E O DEBITO EM REAIS DO CONTRATO DE CAMBIO (VERIFLIM)
       01 WS-QTD-BLOQ-LIM         PIC 9(06) VALUE ZERO.
       01 WS-CONTA-PAGADORA       PIC X(04).
       01 WS-USUARIO-REMESSA      PIC X(10).
       01 WS-LIM-PARM.
           05 WS-LIM-OPERACAO      PIC X(01).
           05 WS-LIM-PROGRAMA      PIC X(08) VALUE 'REMESINT'.
           05 WS-LIM-DATA          PIC 9(08).
           05 WS-LIM-CONTA         PIC X(04).
           05 WS-LIM-USUARIO       PIC X(10).
           05 WS-LIM-NUM-DOC       PIC 9(10).
           05 WS-LIM-CNPJ          PIC 9(14).
           05 WS-LIM-VALOR         PIC 9(12)V99.
           05 WS-LIM-RETIDO        PIC X(01).
           05 WS-LIM-SITUACAO      PIC X(01).
           05 WS-LIM-TIPO          PIC X(01).
           05 WS-LIM-LIMITE        PIC 9(12)V99.
           05 WS-LIM-USADO         PIC 9(12)V99.
       01 WS-VALOR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-VALOR-ITEM           PIC 9(10)V99.

           05 WS-INT-T-VALOR      PIC 9(13)V99.
           05 FILLER              PIC X(158) VALUE SPACES.

      *> SELO DO ARQUIVO GERADO (ROTINA SELOREM): HASH E TOTAIS DE
      *> CONTROLE GRAVADOS EM REMSELO.DAT, CONFERIDOS ANTES DO ENVIO
       01 WS-SELO-PARM.
           05 WS-SL-FUNCAO        PIC X(01).
           05 WS-SL-ARQUIVO       PIC X(12).
           05 WS-SL-PROGRAMA      PIC X(08) VALUE 'REMESINT'.
           05 WS-SL-NUM-REMESSA   PIC 9(06).
           05 WS-SL-RESULTADO     PIC X(01).
           05 WS-SL-QTD           PIC 9(06).
           05 WS-SL-SOMA-VALOR    PIC 9(15)V99.
           05 WS-SL-SOMA-CNPJ     PIC 9(18).
           05 WS-SL-HASH          PIC 9(18).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

      *> O IBAN DA FICHA SO SAI POR INTEIRO PARA TESOURARIA E
      *> ADMINISTRACAO (ROTINA MASCBCO); OPCAO DA AUDITORIA 01 = FICHA
       01 WS-MASCARA-PARM.
           05 WS-MC-PROGRAMA   PIC X(08) VALUE 'REMESINT'.
           05 WS-MC-OPCAO      PIC 9(02) VALUE 01.
           05 WS-MC-AUDITAR    PIC X(01) VALUE 'S'.
           05 WS-MC-MASCARADO  PIC X(01).
           05 WS-MC-CAMPO      PIC X(40) OCCURS 6 TIMES.


       PROCEDURE DIVISION.
      *> GERACAO DO ARQUIVO DE INSTRUCOES DE TRANSFERENCIA
      *> ESTRANGEIRA, MONTA UMA INSTRUCAO POR TITULO COM AS
      *> COORDENADAS DO FORNBINT (SWIFT/IBAN) E O VALOR NA MOEDA
      *> ORIGINAL, E REGISTRA O ENVIO NO CONTROLE DE REMESSAS COMUM --
      *> A TESOURARIA DEIXA DE DIGITAR WIRES NO PORTAL SEM RASTRO.
      *> IRRF, CIDE E IOF DA REMESSA SAO CALCULADOS AQUI, GRAVADOS EM
      *> RETENCAO.DAT E MOSTRADOS NA FICHA DE CADA REMESSA
       100-INICIAR.
           DISPLAY "--- Remessa Internacional (Moeda Estrangeira) ---".
           OPEN I-O CONTAPAGAR-FILE.

           PERFORM 500-PROXIMO-NUMERO-REMESSA.
           DISPLAY "Numero desta remessa: " WS-NUM-REMESSA.
           DISPLAY "Conta bancaria pagadora (codigo, branco se nao "
                   "houver): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-PAGADORA.
           ACCEPT WS-CONTA-PAGADORA.
           PERFORM 130-LER-USUARIO-SESSAO.

           OPEN EXTEND REMESITEM-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RI
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           OPEN OUTPUT REMINT-FILE.
           PERFORM 150-ABRIR-ARQUIVOS-TRIBUTOS.

           PERFORM 200-GRAVAR-HEADER.

           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE ZERO TO WS-QTD-SEM-COORD.
           MOVE ZERO TO WS-QTD-BLOQ-SAN.
           MOVE ZERO TO WS-QTD-BLOQ-LIM.
           MOVE ZERO TO WS-VALOR-TOTAL.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           CLOSE FORNBINT-FILE.
           CLOSE REMINT-FILE.
           CLOSE REMESITEM-FILE.
           PERFORM 160-FECHAR-ARQUIVOS-TRIBUTOS.

           PERFORM 550-GRAVAR-LOG-REMESSA.
           PERFORM 560-SELAR-ARQUIVO.

           DISPLAY "Arquivo REMESINT.DAT gerado com " WS-QTD-REGISTROS
                   " instrucao(oes), valor total " WS-VALOR-TOTAL
                       "internacionais (fora do arquivo): "
                       WS-QTD-SEM-COORD
           END-IF.
           IF WS-QTD-BLOQ-SAN > ZERO
               DISPLAY "Titulos de fornecedor sancionado no CEIS/CNEP "
                       "(fora do arquivo): " WS-QTD-BLOQ-SAN
           END-IF.
           IF WS-QTD-BLOQ-LIM > ZERO
               DISPLAY "Titulos acima do limite diario, na fila de "
                       "liberacao (fora do arquivo): " WS-QTD-BLOQ-LIM
           END-IF.
           IF WS-QTD-REGISTROS > ZERO
               DISPLAY "Tributos da remessa em R$: IRRF " WS-TOTAL-IRRF-BRL
                       " CIDE " WS-TOTAL-CIDE-BRL " IOF " WS-TOTAL-IOF-BRL
           END-IF.
           IF WS-QTD-SEM-TRIBUTO > ZERO
               DISPLAY "AVISO: titulos sem linha na tabela de tributos "
                       "da remessa (opcao T do CADRETEN), enviados sem "
                       "IRRF/CIDE/IOF: " WS-QTD-SEM-TRIBUTO
           END-IF.
           GOBACK.

      *> TABELA DE TRIBUTOS E CONTRATOS SAO OPCIONAIS (SEM ELES O
      *> TITULO SEGUE SEM TRIBUTO, COM AVISO); AS RETENCOES VAO PARA O
      *> MESMO RETENCAO.DAT DOS PAGAMENTOS NACIONAIS, DE ONDE O DARFGPS
      *> E O REINF AS APURAM, E AS FICHAS PARA UM SPOOL POR EXECUCAO
       130-LER-USUARIO-SESSAO.
           MOVE SPACES TO WS-USUARIO-REMESSA.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-REMESSA
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       150-ABRIR-ARQUIVOS-TRIBUTOS.
           MOVE 'N' TO WS-REMTRIB-ABERTO.
           OPEN INPUT REMTRIB-FILE.
           IF STATUS-OK-RX
               MOVE 'S' TO WS-REMTRIB-ABERTO
           END-IF.
           MOVE 'N' TO WS-REMFORN-ABERTO.
           OPEN INPUT REMFORN-FILE.
           IF STATUS-OK-RF
               MOVE 'S' TO WS-REMFORN-ABERTO
           END-IF.
           MOVE 'N' TO WS-RETENCAO-ABERTO.
           OPEN EXTEND RETENCAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RT
               OPEN OUTPUT RETENCAO-FILE
           END-IF.
           IF STATUS-OK-RT
               MOVE 'S' TO WS-RETENCAO-ABERTO
           ELSE
               DISPLAY "AVISO: nao foi possivel abrir RETENCAO.DAT. "
                       "Status: " WS-STATUS-RETENCAO
               MOVE 'RETENCAO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-RETENCAO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-FICHA.
           STRING 'REMINST_' WS-DHF-DATA WS-DHF-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-FICHA.
           OPEN OUTPUT FICHA-FILE.
           IF NOT STATUS-OK-FICHA
               DISPLAY "AVISO: nao foi possivel abrir o arquivo das "
                       "fichas de remessa. Status: " WS-STATUS-FICHA
           END-IF.

       160-FECHAR-ARQUIVOS-TRIBUTOS.
           IF WS-REMTRIB-ABERTO = 'S'
               CLOSE REMTRIB-FILE
           END-IF.
           IF WS-REMFORN-ABERTO = 'S'
               CLOSE REMFORN-FILE
           END-IF.
           IF WS-RETENCAO-ABERTO = 'S'
               CLOSE RETENCAO-FILE
           END-IF.
           CLOSE FICHA-FILE.
           IF STATUS-OK-FICHA
               DISPLAY "Fichas de instrucao das remessas gravadas em "
                       WS-NOME-FICHA
           END-IF.

       200-GRAVAR-HEADER.
           MOVE "CONTAS A PAGAR" TO WS-INT-H-EMPRESA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INT-H-DATA.
                   IF (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V') AND
                           CP-MOEDA NOT = 'BRL' AND
                           CP-MOEDA NOT = SPACES
                       MOVE CP-CNPJ-FORN TO WS-SAN-CNPJ
                       CALL 'VERIFSAN' USING WS-SAN-PARM
                       IF WS-SAN-SANCIONADO = 'S' AND
                               WS-SAN-LIBERADO NOT = 'S'
                           ADD 1 TO WS-QTD-BLOQ-SAN
                       ELSE
                           PERFORM 350-GRAVAR-INSTRUCAO
                       END-IF
                   END-IF
           END-READ.

      *> UMA INSTRUCAO POR TITULO COM COORDENADAS CADASTRADAS; O VALOR
      *> VAI NA MOEDA ORIGINAL DO TITULO, JA DESCONTADO O IRRF QUANDO O
      *> CONTRATO NAO E LIQUIDO -- E O QUE O BANCO TRANSFERE LA FORA
       350-GRAVAR-INSTRUCAO.
           MOVE CP-CNPJ-FORN TO FI-CNPJ.
           READ FORNBINT-FILE
                   MOVE SPACES TO F-RAZAO-SOCIAL
           END-READ.

           PERFORM 360-CALCULAR-TRIBUTOS.
           PERFORM 355-VERIFICAR-LIMITE-DIARIO.
           IF WS-LIM-RETIDO = 'S'
               ADD 1 TO WS-QTD-BLOQ-LIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-DOC TO WS-INT-D-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-INT-D-CNPJ.
                   MOVE CP-CNPJ-FORN TO RI-CNPJ-FORN
                   MOVE WS-SITUACAO-ANTERIOR TO RI-SITUACAO-ANT
                   WRITE REMESITEM-REG
                   MOVE 'R' TO WS-LIM-OPERACAO
                   CALL 'VERIFLIM' USING WS-LIM-PARM
                   PERFORM 370-GRAVAR-RETENCOES
                   PERFORM 380-EMITIR-FICHA
           END-REWRITE.

           ADD 1 TO WS-QTD-REGISTROS.
           ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL.

      *> SAI DA CONTA O VALOR REMETIDO EM REAIS MAIS O IOF DO CONTRATO
       355-VERIFICAR-LIMITE-DIARIO.
           MOVE 'V' TO WS-LIM-OPERACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIM-DATA.
           MOVE WS-CONTA-PAGADORA TO WS-LIM-CONTA.
           MOVE WS-USUARIO-REMESSA TO WS-LIM-USUARIO.
           MOVE CP-NUM-DOC TO WS-LIM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-LIM-CNPJ.
           COMPUTE WS-LIM-VALOR = WS-REMETIDO-BRL + WS-IOF-BRL.
           CALL 'VERIFLIM' USING WS-LIM-PARM.

      *> ALIQUOTAS PELO PAIS DO BANCO DO FORNECEDOR E PELO SERVICO DO
      *> CONTRATO (SE NAO HA LINHA DO PAIS, VALE A LINHA '**'); COM
      *> CONTRATO LIQUIDO O BRUTO E VALOR / (1 - IRRF) E O FORNECEDOR
      *> RECEBE O VALOR DO TITULO INTEIRO. A TAXA E A DO CAMBIO.DAT NA
      *> DATA (OU A ULTIMA ANTERIOR); SEM COTACAO, A DO LANCAMENTO
       360-CALCULAR-TRIBUTOS.
           MOVE SPACES TO WS-SERVICO-REMESSA.
           MOVE 'N' TO WS-GROSS-UP.
           IF WS-REMFORN-ABERTO = 'S'
               MOVE CP-CNPJ-FORN TO RM-CNPJ
               READ REMFORN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-SERVICO TO WS-SERVICO-REMESSA
                       IF RM-LIQUIDO = 'S'
                           MOVE 'S' TO WS-GROSS-UP
                       END-IF
               END-READ
           END-IF.

           MOVE ZERO TO WS-ALIQ-IRRF WS-ALIQ-CIDE WS-ALIQ-IOF.
           MOVE 'N' TO WS-ACHOU-TRIBUTO.
           IF WS-REMTRIB-ABERTO = 'S'
               MOVE FI-PAIS TO RX-PAIS
               MOVE WS-SERVICO-REMESSA TO RX-SERVICO
               PERFORM 365-LER-TRIBUTO
               IF WS-ACHOU-TRIBUTO = 'N'
                   MOVE '**' TO RX-PAIS
                   MOVE WS-SERVICO-REMESSA TO RX-SERVICO
                   PERFORM 365-LER-TRIBUTO
               END-IF
           END-IF.
           IF WS-ACHOU-TRIBUTO = 'N'
               ADD 1 TO WS-QTD-SEM-TRIBUTO
               DISPLAY "AVISO: doc " CP-NUM-DOC " pais " FI-PAIS
                       " servico " WS-SERVICO-REMESSA
                       " sem tributos cadastrados."
           END-IF.

           PERFORM 366-BUSCAR-TAXA-CAMBIO.

           IF WS-GROSS-UP = 'S'
               COMPUTE WS-BRUTO-ME ROUNDED =
                   CP-VALOR-ORIGINAL * 100 / (100 - WS-ALIQ-IRRF)
               MOVE CP-VALOR-ORIGINAL TO WS-VALOR-ITEM
               COMPUTE WS-IRRF-ME = WS-BRUTO-ME - WS-VALOR-ITEM
           ELSE
               MOVE CP-VALOR-ORIGINAL TO WS-BRUTO-ME
               COMPUTE WS-IRRF-ME ROUNDED =
                   WS-BRUTO-ME * WS-ALIQ-IRRF / 100
               COMPUTE WS-VALOR-ITEM = WS-BRUTO-ME - WS-IRRF-ME
           END-IF.

           COMPUTE WS-BRUTO-BRL ROUNDED = WS-BRUTO-ME * WS-TAXA-CAMBIO.
           COMPUTE WS-REMETIDO-BRL ROUNDED =
               WS-VALOR-ITEM * WS-TAXA-CAMBIO.
           COMPUTE WS-IRRF-BRL = WS-BRUTO-BRL - WS-REMETIDO-BRL.
           COMPUTE WS-CIDE-BRL ROUNDED =
               WS-BRUTO-BRL * WS-ALIQ-CIDE / 100.
           COMPUTE WS-IOF-BRL ROUNDED =
               WS-REMETIDO-BRL * WS-ALIQ-IOF / 100.

       365-LER-TRIBUTO.
           READ REMTRIB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-TRIBUTO
                   MOVE RX-ALIQ-IRRF TO WS-ALIQ-IRRF
                   MOVE RX-ALIQ-CIDE TO WS-ALIQ-CIDE
                   MOVE RX-ALIQ-IOF TO WS-ALIQ-IOF
           END-READ.

      *> MESMA BUSCA DO LANCCONT: A COTACAO MAIS RECENTE DA MOEDA ATE A
      *> DATA DE HOJE, QUE E A DATA DO CONTRATO DE CAMBIO
       366-BUSCAR-TAXA-CAMBIO.
           MOVE ZERO TO WS-TAXA-CAMBIO.
           MOVE 'CAMBIO.DAT' TO WS-ORIGEM-TAXA.
           OPEN INPUT CAMBIO-FILE.
           IF STATUS-OK-CX
               MOVE 'N' TO WS-FIM-BUSCA-CAMBIO
               MOVE CP-MOEDA TO CX-MOEDA
               MOVE ZEROS TO CX-DATA
               START CAMBIO-FILE KEY IS GREATER THAN OR EQUAL TO CX-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-BUSCA-CAMBIO
               END-START
               PERFORM 367-LER-PROXIMA-TAXA
                   UNTIL WS-FIM-BUSCA-CAMBIO = 'Y'
           END-IF.
           CLOSE CAMBIO-FILE.

           IF WS-TAXA-CAMBIO = ZERO
               MOVE 'LANCAMENTO' TO WS-ORIGEM-TAXA
               IF CP-VALOR-ORIGINAL > ZERO
                   COMPUTE WS-TAXA-CAMBIO ROUNDED =
                       CP-VALOR / CP-VALOR-ORIGINAL
               ELSE
                   MOVE 1 TO WS-TAXA-CAMBIO
               END-IF
           END-IF.

       367-LER-PROXIMA-TAXA.
           READ CAMBIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-BUSCA-CAMBIO
               NOT AT END
                   IF CX-MOEDA NOT = CP-MOEDA OR
                           CX-DATA > WS-INT-H-DATA
                       MOVE 'Y' TO WS-FIM-BUSCA-CAMBIO
                   ELSE
                       MOVE CX-TAXA TO WS-TAXA-CAMBIO
                   END-IF
           END-READ.

      *> IRRF DA REMESSA VAI COMO 'IREX' (CODIGO PROPRIO NA DARF), A
      *> CIDE COMO 'CIDE' E O IOF COMO 'IOF ' (COBRADO PELO BANCO NO
      *> FECHAMENTO DO CAMBIO, REGISTRADO PARA CONFERENCIA); A BASE E O
      *> BRUTO EM REAIS E A DATA E A DO ENVIO DA REMESSA
       370-GRAVAR-RETENCOES.
           ADD WS-IRRF-BRL TO WS-TOTAL-IRRF-BRL.
           ADD WS-CIDE-BRL TO WS-TOTAL-CIDE-BRL.
           ADD WS-IOF-BRL TO WS-TOTAL-IOF-BRL.
           IF WS-RETENCAO-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO RT-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RT-CNPJ-FORN.
           MOVE WS-INT-H-DATA TO RT-DATA-PGTO.
           MOVE WS-BRUTO-BRL TO RT-VALOR-BASE.
           IF WS-IRRF-BRL > ZERO
               MOVE 'IREX' TO RT-TIPO
               MOVE WS-IRRF-BRL TO RT-VALOR-RETIDO
               WRITE RETENCAO-REG
           END-IF.
           IF WS-CIDE-BRL > ZERO
               MOVE 'CIDE' TO RT-TIPO
               MOVE WS-CIDE-BRL TO RT-VALOR-RETIDO
               WRITE RETENCAO-REG
           END-IF.
           IF WS-IOF-BRL > ZERO
               MOVE 'IOF ' TO RT-TIPO
               MOVE WS-REMETIDO-BRL TO RT-VALOR-BASE
               MOVE WS-IOF-BRL TO RT-VALOR-RETIDO
               WRITE RETENCAO-REG
           END-IF.

      *> FICHA DA REMESSA PARA A TESOURARIA FECHAR O CAMBIO E RECOLHER
      *> OS TRIBUTOS: VALOR NA MOEDA, TAXA, VALOR EM REAIS E CADA TRIBUTO
       380-EMITIR-FICHA.
           MOVE "========================================================"
               TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FICHA DE REMESSA AO EXTERIOR - REMESSA " WS-NUM-REMESSA
                  " - DATA " WS-INT-H-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Doc " CP-NUM-DOC " CNPJ " CP-CNPJ-FORN " "
                  F-RAZAO-SOCIAL(1:30)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Banco " FI-BANCO-NOME " SWIFT " FI-SWIFT " pais "
                  FI-PAIS " servico " WS-SERVICO-REMESSA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE SPACES TO WS-MC-CAMPO(1) WS-MC-CAMPO(2) WS-MC-CAMPO(3)
               WS-MC-CAMPO(4) WS-MC-CAMPO(5) WS-MC-CAMPO(6).
           MOVE FI-IBAN TO WS-MC-CAMPO(1).
           CALL 'MASCBCO' USING WS-MASCARA-PARM.
           STRING "IBAN/conta " WS-MC-CAMPO(1)(1:34)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-GROSS-UP = 'S'
               STRING "Contrato LIQUIDO: IRRF reajustado por fora "
                      "(gross-up)"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "Contrato BRUTO: IRRF descontado do valor remetido"
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Valor do titulo  " CP-MOEDA " " CP-VALOR-ORIGINAL
                  "   Bruto " CP-MOEDA " " WS-BRUTO-ME
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Valor a remeter  " CP-MOEDA " " WS-VALOR-ITEM
                  "   Taxa " WS-TAXA-CAMBIO " (" WS-ORIGEM-TAXA ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Bruto em R$      " WS-BRUTO-BRL
                  "   Remetido em R$ " WS-REMETIDO-BRL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "IRRF " WS-ALIQ-IRRF "% R$ " WS-IRRF-BRL
                  "   CIDE " WS-ALIQ-CIDE "% R$ " WS-CIDE-BRL
                  "   IOF " WS-ALIQ-IOF "% R$ " WS-IOF-BRL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

       400-GRAVAR-TRAILER.
           MOVE WS-QTD-REGISTROS TO WS-INT-T-QTD.
           MOVE WS-VALOR-TOTAL TO WS-INT-T-VALOR.
           WRITE REMESLOG-REG.
           CLOSE REMESLOG-FILE.

      *> SELA O ARQUIVO RECEM-GERADO; O SELO FICA AO LADO DA ENTRADA
      *> DA REMESSA NO LOG E E CONFERIDO PELA OPCAO DE VERIFICACAO
      *> ANTES DE O ARQUIVO SER LEVADO AO PORTAL DO BANCO
       560-SELAR-ARQUIVO.
           MOVE 'G' TO WS-SL-FUNCAO.
           MOVE 'REMESINT' TO WS-SL-ARQUIVO.
           MOVE WS-NUM-REMESSA TO WS-SL-NUM-REMESSA.
           CALL 'SELOREM' USING WS-SELO-PARM.
           IF WS-SL-RESULTADO = 'O'
               DISPLAY "Selo do arquivo: " WS-SL-HASH " (" WS-SL-QTD
                       " registros, valores " WS-SL-SOMA-VALOR ")"
           ELSE
               DISPLAY "AVISO: o arquivo nao foi selado; ele sera "
                       "recusado na verificacao antes do envio."
           END-IF.

       800-EMITIR-LINHA.
           IF STATUS-OK-FICHA
               MOVE WS-LINHA TO FICHA-REG
               WRITE FICHA-REG
           END-IF.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO QUE ANTES SO APARECIA NA TELA DE QUEM ESTAVA NO
      *> TERMINAL, COM O USUARIO DA SESSAO GRAVADO PELO MENU
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
