       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFIL.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATFIL-FILE *> Rateio de uma conta entre filiais (recarga intercompanhia)
               ASSIGN TO 'RATFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-STATUS-RATFIL.

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

           SELECT CENTROC-FILE *> Cadastro de centros de custo
               ASSIGN TO 'CENTROC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-CENTROC.

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
      *> UMA LINHA POR FILIAL BENEFICIADA DE UMA CONTA PAGA POR OUTRA
      *> FILIAL (A DO CP-FILIAL). O PERCENTUAL E A PARTE DA DESPESA QUE
      *> E DA FILIAL DA LINHA; O QUE SOBRA ATE 100% FICA COM A FILIAL
      *> PAGADORA. RF-CENTRO-CUSTO E O CENTRO DA FILIAL BENEFICIADA, QUE
      *> DECIDE A CONTA DE DESPESA DELA NO DE-PARA
       FD  RATFIL-FILE.
       01  RATFIL-REG.
           05 RF-CHAVE.
              10 RF-NUM-DOC       PIC 9(10).
              10 RF-CNPJ-FORN     PIC 9(14).
              10 RF-SEQ           PIC 9(02).
           05 RF-FILIAL           PIC X(04).
           05 RF-CENTRO-CUSTO     PIC X(06).
           05 RF-PERCENTUAL       PIC 9(03)V99.
           05 RF-USUARIO          PIC X(10).
           05 RF-DATA-HORA        PIC 9(14).

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

       FD  CENTROC-FILE.
       01  CENTROC-REG.
           05 CC-CODIGO        PIC X(06).
           05 CC-DESCRICAO     PIC X(30).
           05 CC-RESPONSAVEL   PIC X(10).
           05 CC-CENTRO-PAI    PIC X(06).
           05 CC-ATIVO         PIC X(01).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RATFIL        PIC X(2).
           88 STATUS-OK-RF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RF VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-HISTPAGTO     PIC X(2).
           88 STATUS-OK-HIST         VALUE '00'.
       01 WS-STATUS-CENTROC       PIC X(2).
           88 STATUS-OK-CC           VALUE '00'.
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
       01 WS-FIM-HIST             PIC X(01).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-CONTA-ACHADA         PIC X(01).
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-NUM-DOC              PIC 9(10).
       01 WS-CNPJ-FORN            PIC 9(14).

      *> LINHAS DIGITADAS DO RATEIO ENTRE FILIAIS, GRAVADAS DE UMA VEZ
      *> DEPOIS DE CONFIRMADAS
       01 WS-RF-QTD               PIC 9(02) VALUE ZERO.
       01 WS-RF-IDX               PIC 9(02).
       01 WS-RF-SOMA-PERC         PIC 9(03)V99.
       01 WS-RF-FILIAL-DIG        PIC X(04).
       01 WS-RF-CENTRO-DIG        PIC X(06).
       01 WS-RF-PERC-DIG          PIC 9(03)V99.
       01 WS-RF-LINHA-OK          PIC X(01).
       01 WS-RF-TAB.
           05 WS-RF-ITEM OCCURS 20 TIMES.
              10 WS-RF-FILIAL     PIC X(04).
              10 WS-RF-CENTRO     PIC X(06).
              10 WS-RF-PERC       PIC 9(03)V99.

      *> APURACAO DA RECARGA: MESMA CONTA DO GLEXTRAT, SOBRE O VALOR
      *> NOMINAL DE CADA PAGAMENTO (PAGO SEM JUROS/MULTA E COM O
      *> DESCONTO DE VOLTA), QUE E A DESPESA DA CONTA
       01 WS-MODO-RELATORIO       PIC X(01).
       01 WS-DATA-DE              PIC 9(08).
       01 WS-DATA-ATE             PIC 9(08).
       01 WS-FILIAL-EXTRATO       PIC X(04).
       01 WS-MES-EXTRATO          PIC 9(06).
       01 WS-MES-EXTRATO-R REDEFINES WS-MES-EXTRATO.
           05 WS-ME-ANO           PIC 9(04).
           05 WS-ME-MES           PIC 9(02).
       01 WS-BASE-PGTO            PIC S9(10)V99.
       01 WS-VALOR-RECARGA        PIC S9(10)V99.
       01 WS-VALOR-ABS            PIC 9(12)V99.
       01 WS-SINAL                PIC X(01).

      *> SALDOS POR PAR DE FILIAIS: F1 E A MENOR DAS DUAS, PARA O PAR
      *> APARECER UMA VEZ SO; A-B E O QUE F1 PAGOU POR F2, B-A O INVERSO
       01 WS-PAR-QTD              PIC 9(03) VALUE ZERO.
       01 WS-PAR-IDX              PIC 9(03).
       01 WS-PAR-ACHOU            PIC 9(03).
       01 WS-PAR-F1               PIC X(04).
       01 WS-PAR-F2               PIC X(04).
       01 WS-PAR-TAB.
           05 WS-PAR-ITEM OCCURS 200 TIMES.
              10 WS-PAR-FILIAL-1  PIC X(04).
              10 WS-PAR-FILIAL-2  PIC X(04).
              10 WS-PAR-A-B       PIC S9(12)V99.
              10 WS-PAR-B-A       PIC S9(12)V99.
       01 WS-SALDO-F1             PIC S9(12)V99.
       01 WS-SALDO-F2             PIC S9(12)V99.
       01 WS-LIQUIDO-PAR          PIC S9(12)V99.
       01 WS-TOTAL-RECEBER        PIC S9(12)V99.
       01 WS-TOTAL-PAGAR          PIC S9(12)V99.
       01 WS-TOTAL-LIQUIDO        PIC S9(12)V99.

      *> TOTAIS DO EXTRATO MENSAL DA FILIAL
       01 WS-EXT-COBRADO          PIC S9(12)V99.
       01 WS-EXT-RECEBIDO         PIC S9(12)V99.
       01 WS-EXT-LIQUIDO          PIC S9(12)V99.
       01 WS-EXT-QTD              PIC 9(05).

       PROCEDURE DIVISION.
      *> RECARGA INTERCOMPANHIA: A MATRIZ (OU QUALQUER FILIAL) PAGA UMA
      *> CONTA CUJA DESPESA E EM PARTE DE OUTRAS FILIAIS, COMO UM
      *> CONTRATO DE TI COMPARTILHADO. A CONTA CONTINUA COM UMA FILIAL SO
      *> (A PAGADORA) E AS PARTES DAS OUTRAS FICAM AQUI; O GLEXTRAT GERA
      *> O A RECEBER NA PAGADORA, O A PAGAR E A DESPESA NA BENEFICIADA
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-INTERCOMPANHIA UNTIL WS-OPCAO = 'S'.
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

       200-MENU-INTERCOMPANHIA.
           DISPLAY "--- Rateio de Contas entre Filiais ---".
           DISPLAY "M - Marcar/alterar rateio entre filiais de uma conta".
           DISPLAY "X - Desfazer rateio entre filiais de uma conta".
           DISPLAY "C - Consultar rateio de uma conta".
           DISPLAY "B - Saldos intercompanhia por par de filiais".
           DISPLAY "E - Extrato mensal de rateios de uma filial".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'M'
                   PERFORM 300-MARCAR-RATEIO
               WHEN 'X'
                   PERFORM 400-DESFAZER-RATEIO
               WHEN 'C'
                   PERFORM 450-CONSULTAR-RATEIO
               WHEN 'B'
                   PERFORM 500-SALDOS-POR-PAR
               WHEN 'E'
                   PERFORM 600-EXTRATO-FILIAL
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       250-LER-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA.
           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT WS-NUM-DOC.
           DISPLAY "CNPJ do fornecedor: " WITH NO ADVANCING.
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
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
                   DISPLAY "Conta da filial " CP-FILIAL " centro "
                           CP-CENTRO-CUSTO " valor " CP-VALOR
                           " situacao " CP-SITUACAO
           END-READ.
           CLOSE CONTAPAGAR-FILE.

      *> AS LINHAS NOVAS SUBSTITUEM AS ANTERIORES DA CONTA; O GLEXTRAT
      *> USA SEMPRE O RATEIO VIGENTE NO MOMENTO DA EXTRACAO
       300-MARCAR-RATEIO.
           DISPLAY "--- Rateio de uma Conta entre Filiais ---".
           PERFORM 250-LER-CONTA.
           IF WS-CONTA-ACHADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO = 'C'
               DISPLAY "ERRO: conta cancelada."
               EXIT PARAGRAPH
           END-IF.
           IF CP-FILIAL = SPACES
               DISPLAY "ERRO: conta sem filial pagadora."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RF-QTD WS-RF-SOMA-PERC.
           DISPLAY "Informe as filiais beneficiadas (filial em branco "
                   "encerra). O que faltar para 100% fica com a filial "
                   CP-FILIAL ".".
           MOVE 'S' TO WS-RESPOSTA.
           PERFORM 310-DIGITAR-LINHA
               UNTIL WS-RESPOSTA = 'N' OR WS-RF-QTD = 20.
           IF WS-RF-QTD = ZERO
               DISPLAY "Nenhuma filial informada; nada foi gravado."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Total rateado para outras filiais: " WS-RF-SOMA-PERC
                   "%. Confirma (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "Rateio nao gravado."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RATFIL-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RF
               OPEN OUTPUT RATFIL-FILE
               CLOSE RATFIL-FILE
               OPEN I-O RATFIL-FILE
           END-IF.
           IF NOT STATUS-OK-RF
               DISPLAY "ERRO ao abrir arquivo de rateio entre filiais. "
                       "Status: " WS-STATUS-RATFIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-APAGAR-LINHAS-CONTA.
           PERFORM 320-GRAVAR-LINHA
               VARYING WS-RF-IDX FROM 1 BY 1 UNTIL WS-RF-IDX > WS-RF-QTD.
           CLOSE RATFIL-FILE.
           DISPLAY "Rateio entre filiais gravado com " WS-RF-QTD
                   " linha(s).".

      *> A FILIAL BENEFICIADA NAO PODE SER A PAGADORA NEM SE REPETIR; O
      *> CENTRO EM BRANCO ASSUME O DA CONTA
       310-DIGITAR-LINHA.
           DISPLAY "Filial beneficiada: " WITH NO ADVANCING.
           MOVE SPACES TO WS-RF-FILIAL-DIG.
           ACCEPT WS-RF-FILIAL-DIG.
           MOVE FUNCTION UPPER-CASE(WS-RF-FILIAL-DIG) TO WS-RF-FILIAL-DIG.
           IF WS-RF-FILIAL-DIG = SPACES
               MOVE 'N' TO WS-RESPOSTA
               EXIT PARAGRAPH
           END-IF.
           IF WS-RF-FILIAL-DIG = CP-FILIAL
               DISPLAY "ERRO: a filial pagadora fica com o restante; "
                       "informe so as outras."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-RF-LINHA-OK.
           PERFORM 315-VERIFICAR-REPETIDA
               VARYING WS-RF-IDX FROM 1 BY 1 UNTIL WS-RF-IDX > WS-RF-QTD.
           IF WS-RF-LINHA-OK = 'N'
               DISPLAY "ERRO: filial ja informada nesta conta."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Centro de custo na filial (ENTER = " CP-CENTRO-CUSTO
                   "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-RF-CENTRO-DIG.
           ACCEPT WS-RF-CENTRO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-RF-CENTRO-DIG) TO WS-RF-CENTRO-DIG.
           IF WS-RF-CENTRO-DIG = SPACES
               MOVE CP-CENTRO-CUSTO TO WS-RF-CENTRO-DIG
           END-IF.
           PERFORM 316-VALIDAR-CENTRO.
           IF WS-RF-LINHA-OK = 'N'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Percentual da filial: " WITH NO ADVANCING.
           MOVE ZERO TO WS-RF-PERC-DIG.
           ACCEPT WS-RF-PERC-DIG.
           IF WS-RF-PERC-DIG = ZERO
               DISPLAY "ERRO: percentual deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RF-SOMA-PERC + WS-RF-PERC-DIG > 100
               DISPLAY "ERRO: a soma dos percentuais passaria de 100%."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RF-QTD.
           MOVE WS-RF-FILIAL-DIG TO WS-RF-FILIAL(WS-RF-QTD).
           MOVE WS-RF-CENTRO-DIG TO WS-RF-CENTRO(WS-RF-QTD).
           MOVE WS-RF-PERC-DIG TO WS-RF-PERC(WS-RF-QTD).
           ADD WS-RF-PERC-DIG TO WS-RF-SOMA-PERC.

       315-VERIFICAR-REPETIDA.
           IF WS-RF-FILIAL(WS-RF-IDX) = WS-RF-FILIAL-DIG
               MOVE 'N' TO WS-RF-LINHA-OK
           END-IF.

       316-VALIDAR-CENTRO.
           OPEN INPUT CENTROC-FILE.
           IF NOT STATUS-OK-CC
               CLOSE CENTROC-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RF-CENTRO-DIG TO CC-CODIGO.
           READ CENTROC-FILE
               INVALID KEY
                   DISPLAY "ERRO: centro de custo nao cadastrado."
                   MOVE 'N' TO WS-RF-LINHA-OK
               NOT INVALID KEY
                   IF CC-ATIVO NOT = 'A'
                       DISPLAY "ERRO: centro de custo inativo."
                       MOVE 'N' TO WS-RF-LINHA-OK
                   END-IF
           END-READ.
           CLOSE CENTROC-FILE.

       320-GRAVAR-LINHA.
           MOVE CP-NUM-DOC TO RF-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RF-CNPJ-FORN.
           MOVE WS-RF-IDX TO RF-SEQ.
           MOVE WS-RF-FILIAL(WS-RF-IDX) TO RF-FILIAL.
           MOVE WS-RF-CENTRO(WS-RF-IDX) TO RF-CENTRO-CUSTO.
           MOVE WS-RF-PERC(WS-RF-IDX) TO RF-PERCENTUAL.
           MOVE WS-USUARIO-SESSAO TO RF-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RF-DATA-HORA.
           WRITE RATFIL-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar linha " WS-RF-IDX
                           ". Status: " WS-STATUS-RATFIL
           END-WRITE.

       400-DESFAZER-RATEIO.
           DISPLAY "--- Desfazer Rateio entre Filiais ---".
           PERFORM 250-LER-CONTA.
           IF WS-CONTA-ACHADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RATFIL-FILE.
           IF NOT STATUS-OK-RF
               DISPLAY "AVISO: Nenhum rateio entre filiais registrado."
               CLOSE RATFIL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RF-QTD.
           PERFORM 410-APAGAR-LINHAS-CONTA.
           CLOSE RATFIL-FILE.
           IF WS-RF-QTD = ZERO
               DISPLAY "A conta nao tinha rateio entre filiais."
           ELSE
               DISPLAY "Rateio desfeito: " WS-RF-QTD " linha(s) "
                       "removida(s). A despesa volta toda para a filial "
                       CP-FILIAL "."
           END-IF.

      *> APAGA AS LINHAS DA CONTA CORRENTE (CP-PRIMARY-KEY); NO DESFAZER
      *> CONTA QUANTAS SAIRAM EM WS-RF-QTD
       410-APAGAR-LINHAS-CONTA.
           MOVE CP-NUM-DOC TO RF-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RF-CNPJ-FORN.
           MOVE ZERO TO RF-SEQ.
           MOVE 'N' TO WS-FIM-LEITURA.
           START RATFIL-FILE KEY IS GREATER THAN OR EQUAL TO RF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 415-APAGAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.

       415-APAGAR-PROXIMA.
           READ RATFIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RF-NUM-DOC NOT = CP-NUM-DOC OR
                   RF-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE 'Y' TO WS-FIM-LEITURA
               EXIT PARAGRAPH
           END-IF.
           DELETE RATFIL-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO ao remover linha " RF-SEQ
                           ". Status: " WS-STATUS-RATFIL
               NOT INVALID KEY
                   IF WS-OPCAO = 'X'
                       ADD 1 TO WS-RF-QTD
                   END-IF
           END-DELETE.

       450-CONSULTAR-RATEIO.
           DISPLAY "--- Consulta de Rateio entre Filiais ---".
           PERFORM 250-LER-CONTA.
           IF WS-CONTA-ACHADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RATFIL-FILE.
           IF NOT STATUS-OK-RF
               DISPLAY "AVISO: Nenhum rateio entre filiais registrado."
               CLOSE RATFIL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RF-SOMA-PERC.
           MOVE CP-NUM-DOC TO RF-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RF-CNPJ-FORN.
           MOVE ZERO TO RF-SEQ.
           MOVE 'N' TO WS-FIM-LEITURA.
           START RATFIL-FILE KEY IS GREATER THAN OR EQUAL TO RF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 460-MOSTRAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RATFIL-FILE.
           IF WS-RF-SOMA-PERC = ZERO
               DISPLAY "A conta nao tem rateio entre filiais."
           ELSE
               COMPUTE WS-RF-SOMA-PERC = 100 - WS-RF-SOMA-PERC
               DISPLAY "Restante na filial pagadora " CP-FILIAL ": "
                       WS-RF-SOMA-PERC "%"
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       460-MOSTRAR-PROXIMA.
           READ RATFIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RF-NUM-DOC NOT = CP-NUM-DOC OR
                           RF-CNPJ-FORN NOT = CP-CNPJ-FORN
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       DISPLAY "  Filial " RF-FILIAL " centro "
                               RF-CENTRO-CUSTO " " RF-PERCENTUAL "%"
                               " (" RF-USUARIO ")"
                       ADD RF-PERCENTUAL TO WS-RF-SOMA-PERC
                   END-IF
           END-READ.

      *> SALDO INTERCOMPANHIA ACUMULADO ATE A DATA DE CORTE, POR PAR DE
      *> FILIAIS: O A RECEBER DE UMA TEM DE BATER COM O A PAGAR DA OUTRA,
      *> E O LIQUIDO DE CADA PAR (E DO TOTAL) FECHA EM ZERO
       500-SALDOS-POR-PAR.
           DISPLAY "--- Saldos Intercompanhia por Par de Filiais ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY "Data de corte (AAAAMMDD, ENTER = " WS-DATA-HOJE "): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-ATE.
           ACCEPT WS-DATA-ATE.
           IF WS-DATA-ATE = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-ATE
           END-IF.
           MOVE ZERO TO WS-DATA-DE.
           MOVE 'B' TO WS-MODO-RELATORIO.
           MOVE ZERO TO WS-PAR-QTD.

           PERFORM 700-APURAR-RECARGAS.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "SALDOS INTERCOMPANHIA POR PAR DE FILIAIS - CORTE EM "
                  WS-DATA-ATE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "FIL1 FIL2    F1 PAGOU P/ F2    F2 PAGOU P/ F1"
             TO WS-LINHA.
           MOVE "  F1 A RECEBER(-PAGAR)  F2 A PAGAR(-RECEBER)   LIQUIDO"
             TO WS-LINHA(48:56).
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-TOTAL-RECEBER WS-TOTAL-PAGAR WS-TOTAL-LIQUIDO.
           PERFORM 520-IMPRIMIR-PAR
               VARYING WS-PAR-IDX FROM 1 BY 1 UNTIL WS-PAR-IDX > WS-PAR-QTD.
           MOVE SPACES TO WS-LINHA.
           IF WS-TOTAL-RECEBER < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-TOTAL-RECEBER TO WS-VALOR-ABS.
           STRING "TOTAL A RECEBER ENTRE FILIAIS: " WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-TOTAL-PAGAR < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-TOTAL-PAGAR TO WS-VALOR-ABS.
           STRING "TOTAL A PAGAR ENTRE FILIAIS:   " WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-TOTAL-LIQUIDO < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ABS.
           STRING "LIQUIDO CONSOLIDADO:           " WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-TOTAL-LIQUIDO NOT = ZERO
               MOVE "ATENCAO: o intercompanhia nao fecha em zero."
                   TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           PERFORM 895-FECHAR-SPOOL.

      *> O LADO DE CADA FILIAL: SALDO POSITIVO DE F1 E A RECEBER, DE F2
      *> A PAGAR; NO CONSOLIDADO AS DUAS PONTAS SE ANULAM
       520-IMPRIMIR-PAR.
           COMPUTE WS-SALDO-F1 =
               WS-PAR-A-B(WS-PAR-IDX) - WS-PAR-B-A(WS-PAR-IDX).
           COMPUTE WS-SALDO-F2 =
               WS-PAR-A-B(WS-PAR-IDX) - WS-PAR-B-A(WS-PAR-IDX).
           COMPUTE WS-LIQUIDO-PAR = WS-SALDO-F1 - WS-SALDO-F2.
           ADD WS-SALDO-F1 TO WS-TOTAL-RECEBER.
           ADD WS-SALDO-F2 TO WS-TOTAL-PAGAR.
           ADD WS-LIQUIDO-PAR TO WS-TOTAL-LIQUIDO.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-PAR-FILIAL-1(WS-PAR-IDX) TO WS-LINHA(1:4).
           MOVE WS-PAR-FILIAL-2(WS-PAR-IDX) TO WS-LINHA(6:4).
           MOVE WS-PAR-A-B(WS-PAR-IDX) TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(12:15).
           MOVE WS-PAR-B-A(WS-PAR-IDX) TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(30:15).
           IF WS-SALDO-F1 < ZERO
               MOVE '-' TO WS-LINHA(50:1)
           ELSE
               MOVE '+' TO WS-LINHA(50:1)
           END-IF.
           MOVE WS-SALDO-F1 TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(51:15).
           IF WS-SALDO-F2 < ZERO
               MOVE '-' TO WS-LINHA(72:1)
           ELSE
               MOVE '+' TO WS-LINHA(72:1)
           END-IF.
           MOVE WS-SALDO-F2 TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(73:15).
           IF WS-LIQUIDO-PAR < ZERO
               MOVE '-' TO WS-LINHA(90:1)
           ELSE
               MOVE '+' TO WS-LINHA(90:1)
           END-IF.
           MOVE WS-LIQUIDO-PAR TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(91:15).
           PERFORM 890-EMITIR-LINHA.

      *> SOMA A RECARGA NO PAR PAGADORA X BENEFICIADA (CP-FILIAL X
      *> RF-FILIAL), NA ORIENTACAO DA MENOR FILIAL DO PAR
       530-SOMAR-NO-PAR.
           IF CP-FILIAL < RF-FILIAL
               MOVE CP-FILIAL TO WS-PAR-F1
               MOVE RF-FILIAL TO WS-PAR-F2
           ELSE
               MOVE RF-FILIAL TO WS-PAR-F1
               MOVE CP-FILIAL TO WS-PAR-F2
           END-IF.
           MOVE ZERO TO WS-PAR-ACHOU.
           PERFORM 535-PROCURAR-PAR
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-QTD OR WS-PAR-ACHOU > ZERO.
           IF WS-PAR-ACHOU = ZERO
               IF WS-PAR-QTD = 200
                   DISPLAY "AVISO: mais de 200 pares de filiais; par "
                           WS-PAR-F1 "/" WS-PAR-F2 " fora do relatorio."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAR-QTD
               MOVE WS-PAR-QTD TO WS-PAR-ACHOU
               MOVE WS-PAR-F1 TO WS-PAR-FILIAL-1(WS-PAR-ACHOU)
               MOVE WS-PAR-F2 TO WS-PAR-FILIAL-2(WS-PAR-ACHOU)
               MOVE ZERO TO WS-PAR-A-B(WS-PAR-ACHOU)
               MOVE ZERO TO WS-PAR-B-A(WS-PAR-ACHOU)
           END-IF.
           IF CP-FILIAL = WS-PAR-F1
               ADD WS-VALOR-RECARGA TO WS-PAR-A-B(WS-PAR-ACHOU)
           ELSE
               ADD WS-VALOR-RECARGA TO WS-PAR-B-A(WS-PAR-ACHOU)
           END-IF.

       535-PROCURAR-PAR.
           IF WS-PAR-FILIAL-1(WS-PAR-IDX) = WS-PAR-F1 AND
                   WS-PAR-FILIAL-2(WS-PAR-IDX) = WS-PAR-F2
               MOVE WS-PAR-IDX TO WS-PAR-ACHOU
           END-IF.

      *> EXTRATO DO MES PARA UMA FILIAL: O QUE ELA PAGOU E COBROU DE
      *> OUTRAS (A RECEBER) E O QUE OUTRAS PAGARAM E COBRARAM DELA
      *> (DESPESA PROPRIA, A PAGAR), CONTA A CONTA
       600-EXTRATO-FILIAL.
           DISPLAY "--- Extrato Mensal de Rateios da Filial ---".
           DISPLAY "Filial: " WITH NO ADVANCING.
           MOVE SPACES TO WS-FILIAL-EXTRATO.
           ACCEPT WS-FILIAL-EXTRATO.
           MOVE FUNCTION UPPER-CASE(WS-FILIAL-EXTRATO)
             TO WS-FILIAL-EXTRATO.
           IF WS-FILIAL-EXTRATO = SPACES
               DISPLAY "ERRO: filial obrigatoria."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING.
           MOVE ZERO TO WS-MES-EXTRATO.
           ACCEPT WS-MES-EXTRATO.
           IF WS-ME-MES < 1 OR WS-ME-MES > 12 OR WS-ME-ANO < 1900
               DISPLAY "ERRO: mes invalido."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATA-DE = WS-MES-EXTRATO * 100 + 1.
           COMPUTE WS-DATA-ATE = WS-MES-EXTRATO * 100 + 31.
           MOVE 'E' TO WS-MODO-RELATORIO.
           MOVE ZERO TO WS-EXT-COBRADO WS-EXT-RECEBIDO WS-EXT-QTD.

           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "EXTRATO DE RATEIOS ENTRE FILIAIS - FILIAL "
                  WS-FILIAL-EXTRATO " - MES " WS-MES-EXTRATO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "DATA PGTO  DOCUMENTO  FORNECEDOR     MOVIMENTO        FIL"
             TO WS-LINHA.
           MOVE "  CENTRO    PERC           VALOR" TO WS-LINHA(59:33).
           PERFORM 890-EMITIR-LINHA.

           PERFORM 700-APURAR-RECARGAS.

           COMPUTE WS-EXT-LIQUIDO = WS-EXT-COBRADO - WS-EXT-RECEBIDO.
           MOVE SPACES TO WS-LINHA.
           IF WS-EXT-COBRADO < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-EXT-COBRADO TO WS-VALOR-ABS.
           STRING "COBRADO DE OUTRAS FILIAIS (A RECEBER): " WS-SINAL
                  WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-EXT-RECEBIDO < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-EXT-RECEBIDO TO WS-VALOR-ABS.
           STRING "COBRADO POR OUTRAS FILIAIS (A PAGAR):  " WS-SINAL
                  WS-VALOR-ABS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-EXT-LIQUIDO < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE '+' TO WS-SINAL
           END-IF.
           MOVE WS-EXT-LIQUIDO TO WS-VALOR-ABS.
           STRING "POSICAO LIQUIDA DO MES:                " WS-SINAL
                  WS-VALOR-ABS "   MOVIMENTOS: " WS-EXT-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.

       620-IMPRIMIR-MOVIMENTO.
           IF CP-FILIAL NOT = WS-FILIAL-EXTRATO AND
                   RF-FILIAL NOT = WS-FILIAL-EXTRATO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXT-QTD.
           MOVE SPACES TO WS-LINHA.
           MOVE H-DATA-PGTO TO WS-LINHA(1:8).
           MOVE H-NUM-DOC TO WS-LINHA(12:10).
           MOVE H-CNPJ-FORN TO WS-LINHA(23:14).
           IF CP-FILIAL = WS-FILIAL-EXTRATO
               MOVE "COBRADO DE" TO WS-LINHA(38:16)
               MOVE RF-FILIAL TO WS-LINHA(55:4)
               ADD WS-VALOR-RECARGA TO WS-EXT-COBRADO
           ELSE
               MOVE "COBRADO POR" TO WS-LINHA(38:16)
               MOVE CP-FILIAL TO WS-LINHA(55:4)
               ADD WS-VALOR-RECARGA TO WS-EXT-RECEBIDO
           END-IF.
           MOVE RF-CENTRO-CUSTO TO WS-LINHA(61:6).
           MOVE RF-PERCENTUAL TO WS-LINHA(69:5).
           IF WS-VALOR-RECARGA < ZERO
               MOVE '-' TO WS-LINHA(76:1)
           ELSE
               MOVE '+' TO WS-LINHA(76:1)
           END-IF.
           MOVE WS-VALOR-RECARGA TO WS-VALOR-ABS.
           MOVE WS-VALOR-ABS TO WS-LINHA(77:15).
           PERFORM 890-EMITIR-LINHA.

      *> PERCORRE TODAS AS LINHAS DE RATEIO ENTRE FILIAIS E, PARA CADA
      *> UMA, OS PAGAMENTOS DA CONTA NO PERIODO (WS-DATA-DE A
      *> WS-DATA-ATE). FICAM DE FORA OS MESMOS METODOS QUE O GLEXTRAT
      *> NAO TRATA COMO DESPESA (BAIXA DE RESIDUO, ENCONTRO DE CONTAS E
      *> VARIACAO CAMBIAL); ESTORNOS ENTRAM NEGATIVOS
       700-APURAR-RECARGAS.
           OPEN INPUT RATFIL-FILE.
           IF NOT STATUS-OK-RF
               DISPLAY "AVISO: Nenhum rateio entre filiais registrado."
               CLOSE RATFIL-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-CP OR NOT STATUS-OK-HIST
               DISPLAY "AVISO: contas ou historico de pagamentos "
                       "indisponiveis."
               CLOSE RATFIL-FILE
               CLOSE CONTAPAGAR-FILE
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO CP-PRIMARY-KEY.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RF-CHAVE.
           START RATFIL-FILE KEY IS GREATER THAN RF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 710-APURAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RATFIL-FILE.
           CLOSE CONTAPAGAR-FILE.
           CLOSE HISTPAGTO-FILE.

       710-APURAR-LINHA.
           READ RATFIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF RF-NUM-DOC NOT = CP-NUM-DOC OR
                   RF-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE RF-NUM-DOC TO CP-NUM-DOC
               MOVE RF-CNPJ-FORN TO CP-CNPJ-FORN
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       MOVE SPACES TO CP-FILIAL
               END-READ
           END-IF.
           IF CP-FILIAL = SPACES OR CP-FILIAL = RF-FILIAL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-HIST.
           MOVE RF-NUM-DOC TO H-NUM-DOC.
           START HISTPAGTO-FILE KEY IS EQUAL TO H-NUM-DOC
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-HIST
           END-START.
           PERFORM 720-APURAR-PAGAMENTO UNTIL WS-FIM-HIST = 'Y'.

       720-APURAR-PAGAMENTO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-HIST
                   EXIT PARAGRAPH
           END-READ.
           IF H-NUM-DOC NOT = RF-NUM-DOC
               MOVE 'Y' TO WS-FIM-HIST
               EXIT PARAGRAPH
           END-IF.
           IF H-CNPJ-FORN NOT = RF-CNPJ-FORN OR
                   H-DATA-PGTO < WS-DATA-DE OR
                   H-DATA-PGTO > WS-DATA-ATE OR
                   H-METODO-PGTO = 'RESIDUO' OR
                   H-METODO-PGTO = 'ENCONTRO' OR
                   H-METODO-PGTO(1:7) = 'VARCAMB'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BASE-PGTO = H-VALOR-PAGO - H-VALOR-JUROS
               - H-VALOR-MULTA + H-VALOR-DESCONTO.
           COMPUTE WS-VALOR-RECARGA ROUNDED =
               WS-BASE-PGTO * RF-PERCENTUAL / 100.
           IF WS-MODO-RELATORIO = 'B'
               PERFORM 530-SOMAR-NO-PAR
           ELSE
               PERFORM 620-IMPRIMIR-MOVIMENTO
           END-IF.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'INTERFIL_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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

       895-FECHAR-SPOOL.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
