       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROT.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PROTESTO-FILE *> Protestos em cartorio e cartas de anuencia
               ASSIGN TO 'PROTESTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-STATUS-PROTESTO.

           SELECT PROXDOC-FILE *> Contador do proximo numero de documento
               ASSIGN TO 'PROXDOC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXDOC.

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
              88 PESSOA-FISICA    VALUE 'F'.

      *> UM REGISTRO POR CONTA PROTESTADA. SITUACAO:
      *>   'A' PROTESTO EM ABERTO (CONTA AINDA NAO QUITADA);
      *>   'Q' CONTA QUITADA, CARTA DE ANUENCIA AINDA NAO PEDIDA;
      *>   'S' CARTA SOLICITADA AO FORNECEDOR;
      *>   'R' CARTA RECEBIDA, FALTA CANCELAR NO CARTORIO;
      *>   'C' PROTESTO CANCELADO NO CARTORIO (ENCERRADO)
      *> O CARTORIO E CADASTRADO COMO FORNECEDOR, PARA AS CUSTAS DO
      *> PROTESTO VIRAREM UMA CONTA A PAGAR (PT-DOC-CUSTAS)
       FD  PROTESTO-FILE.
       01  PROTESTO-REG.
           05 PT-CHAVE.
              10 PT-NUM-DOC       PIC 9(10).
              10 PT-CNPJ-FORN     PIC 9(14).
           05 PT-CNPJ-CARTORIO    PIC 9(14).
           05 PT-CARTORIO         PIC X(40).
           05 PT-PROTOCOLO        PIC X(20).
           05 PT-DATA-PROTESTO    PIC 9(08).
           05 PT-VALOR-CUSTAS     PIC 9(10)V99.
           05 PT-DOC-CUSTAS       PIC 9(10).
           05 PT-DATA-QUITACAO    PIC 9(08).
           05 PT-DATA-SOLIC-ANUENCIA PIC 9(08).
           05 PT-DATA-RECEB-ANUENCIA PIC 9(08).
           05 PT-DATA-CANCELAMENTO PIC 9(08).
           05 PT-SITUACAO         PIC X(01).
           05 PT-USUARIO          PIC X(10).
           05 PT-DATA-HORA        PIC 9(14).
           05 PT-OBS              PIC X(40).

       FD  PROXDOC-FILE.
       01  PROXDOC-REG.
           05 PD-PROX-NUM-DOC  PIC 9(10).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-PROTESTO       PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PT VALUE '35'.
       01 WS-STATUS-PROXDOC        PIC X(2).
          88 STATUS-OK-PD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PD VALUE '35'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-LINHA                 PIC X(132).
       01 WS-DATA-HOJE             PIC 9(08).

      *> DADOS DIGITADOS NO REGISTRO DO PROTESTO
       01 WS-NUM-DOC               PIC 9(10).
       01 WS-CNPJ-FORN             PIC 9(14).
       01 WS-CNPJ-CARTORIO         PIC 9(14).
       01 WS-NOME-CARTORIO         PIC X(40).
       01 WS-PROTOCOLO             PIC X(20).
       01 WS-DATA-PROTESTO         PIC 9(08).
       01 WS-VALOR-CUSTAS          PIC 9(10)V99.
       01 WS-VENC-CUSTAS           PIC 9(08).
       01 WS-OBS                   PIC X(40).
       01 WS-DATA-INFORMADA        PIC 9(08).
       01 WS-CARTORIO-OK           PIC X(01).

      *> RELATORIO: SECAO EM EMISSAO ('A' PROTESTOS EM ABERTO, 'P'
      *> CARTAS PENDENTES E CANCELAMENTOS A FAZER), IDADE E FAIXAS
       01 WS-SECAO                 PIC X(01).
       01 WS-HOJE-INT              PIC S9(09) COMP.
       01 WS-DATA-AUX              PIC 9(08).
       01 WS-IDADE                 PIC S9(05) COMP.
       01 WS-IDADE-DIAS            PIC 9(05).
       01 WS-DESC-ETAPA            PIC X(24).
       01 WS-QTD-SECAO             PIC 9(05).
       01 WS-VALOR-SECAO           PIC 9(12)V99.
       01 WS-FAIXAS-IDADE.
           05 WS-QTD-ATE-30        PIC 9(05).
           05 WS-QTD-ATE-60        PIC 9(05).
           05 WS-QTD-ATE-90        PIC 9(05).
           05 WS-QTD-ACIMA-90      PIC 9(05).
       01 WS-QTD-QUITADOS          PIC 9(05).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> NOTA AUTOMATICA NA TRILHA DE ANOTACOES DO DOCUMENTO (ROTINA
      *> NOTACONT), PARA A CONTA CONTAR A PROPRIA HISTORIA NO CONSCONT
       01 WS-NOTA-PARM.
           05 WS-NP-NUM-DOC       PIC 9(10).
           05 WS-NP-CNPJ-FORN     PIC 9(14).
           05 WS-NP-TEXTO         PIC X(70).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'CADPROT '.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> PROTESTO EM CARTORIO DE CONTA NAO PAGA NO PRAZO: REGISTRA O
      *> CARTORIO, O PROTOCOLO, A DATA E AS CUSTAS (QUE ENTRAM NO
      *> CONTAS A PAGAR COM O CARTORIO COMO FAVORECIDO). QUITADA A
      *> CONTA PROTESTADA, ABRE-SE A PENDENCIA DA CARTA DE ANUENCIA DO
      *> FORNECEDOR -- SEM ELA O CARTORIO NAO CANCELA O PROTESTO E O
      *> NOME DA EMPRESA CONTINUA NEGATIVADO. A PENDENCIA APARECE NA
      *> CAIXA DE PENDENCIAS (INBOX) ATE O CANCELAMENTO SER REGISTRADO
       100-INICIAR.
           DISPLAY "--- Protestos em Cartorio ---".
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 250-ATUALIZAR-QUITACOES.
           IF WS-QTD-QUITADOS > ZERO
               DISPLAY WS-QTD-QUITADOS " conta(s) protestada(s) "
                       "quitada(s): pedir a carta de anuencia."
           END-IF.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-PROTESTO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-PROTESTO.
           DISPLAY "--- Protestos ---".
           DISPLAY "P - Registrar protesto de conta".
           DISPLAY "C - Consultar protesto".
           DISPLAY "A - Solicitar carta de anuencia".
           DISPLAY "N - Registrar recebimento da carta".
           DISPLAY "X - Registrar cancelamento no cartorio".
           DISPLAY "R - Relatorio de protestos e cartas pendentes".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'P'
                   PERFORM 300-REGISTRAR-PROTESTO
               WHEN 'C'
                   PERFORM 400-CONSULTAR-PROTESTO
               WHEN 'A'
                   PERFORM 500-SOLICITAR-ANUENCIA
               WHEN 'N'
                   PERFORM 550-RECEBER-ANUENCIA
               WHEN 'X'
                   PERFORM 600-CANCELAR-NO-CARTORIO
               WHEN 'R'
                   PERFORM 700-RELATORIO-PROTESTOS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> QUITACAO E DERIVADA DA CONTA: PROTESTO 'A' CUJA CONTA JA ESTA
      *> PAGA (POR QUALQUER CAMINHO -- BAIXA INDIVIDUAL, LOTE, AGENDA,
      *> RETORNO BANCARIO) PASSA A 'Q' COM A DATA DO PAGAMENTO, E A
      *> CONTA GANHA A NOTA LEMBRANDO DA CARTA DE ANUENCIA
       250-ATUALIZAR-QUITACOES.
           MOVE ZERO TO WS-QTD-QUITADOS.
           OPEN I-O PROTESTO-FILE.
           IF NOT STATUS-OK-PT
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PT-CHAVE.
           START PROTESTO-FILE KEY IS GREATER THAN PT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 260-VERIFICAR-QUITACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           CLOSE PROTESTO-FILE.

       260-VERIFICAR-QUITACAO.
           READ PROTESTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PT-SITUACAO = 'A'
                       PERFORM 270-MARCAR-QUITADO
                   END-IF
           END-READ.

       270-MARCAR-QUITADO.
           MOVE PT-NUM-DOC TO CP-NUM-DOC.
           MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-DATA-PGTO TO PT-DATA-QUITACAO.
           IF PT-DATA-QUITACAO = ZERO
               MOVE WS-DATA-HOJE TO PT-DATA-QUITACAO
           END-IF.
           MOVE 'Q' TO PT-SITUACAO.
           REWRITE PROTESTO-REG
               INVALID KEY
                   DISPLAY "AVISO: nao foi possivel atualizar o "
                           "protesto do doc " PT-NUM-DOC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-QUITADOS
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Protesto: conta quitada; pedir carta de "
                          "anuencia ao fornecedor"
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-REWRITE.

       300-REGISTRAR-PROTESTO.
           DISPLAY "--- Registro de Protesto ---".
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: nenhuma conta lancada ainda."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT WS-NUM-DOC.
           DISPLAY "Digite o CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-FORN.
           MOVE WS-NUM-DOC TO CP-NUM-DOC.
           MOVE WS-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: Conta nao encontrada."
                   CLOSE CONTAPAGAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTAPAGAR-FILE.
           IF CP-SITUACAO = 'C'
               DISPLAY "AVISO: conta cancelada nao pode ser protestada."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PROTESTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PT
               OPEN OUTPUT PROTESTO-FILE
               CLOSE PROTESTO-FILE
               OPEN I-O PROTESTO-FILE
           END-IF.
           IF NOT STATUS-OK-PT
               DISPLAY "ERRO ao abrir arquivo de protestos. Status: "
                       WS-STATUS-PROTESTO
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-DOC TO PT-NUM-DOC.
           MOVE WS-CNPJ-FORN TO PT-CNPJ-FORN.
           READ PROTESTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "AVISO: esta conta ja tem protesto "
                           "registrado (protocolo " PT-PROTOCOLO ")."
                   CLOSE PROTESTO-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO WS-CARTORIO-OK.
           PERFORM 310-DIGITAR-CARTORIO UNTIL WS-CARTORIO-OK = 'S'.
           IF WS-CNPJ-CARTORIO = ZERO
               DISPLAY "Registro abandonado."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PROTOCOLO.
           PERFORM 320-DIGITAR-PROTOCOLO UNTIL WS-PROTOCOLO NOT = SPACES.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 330-DIGITAR-DATA-PROTESTO UNTIL WS-DATA-VALIDA = 'S'.
           DISPLAY "Valor das custas do protesto (zero se nao ha): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-VALOR-CUSTAS.
           ACCEPT WS-VALOR-CUSTAS.
           MOVE ZEROS TO WS-VENC-CUSTAS.
           IF WS-VALOR-CUSTAS > ZERO
               MOVE 'N' TO WS-DATA-VALIDA
               PERFORM 340-DIGITAR-VENC-CUSTAS
                   UNTIL WS-DATA-VALIDA = 'S'
           END-IF.
           DISPLAY "Observacao (ENTER para nenhuma): " WITH NO ADVANCING.
           MOVE SPACES TO WS-OBS.
           ACCEPT WS-OBS.

           MOVE WS-NUM-DOC TO PT-NUM-DOC.
           MOVE WS-CNPJ-FORN TO PT-CNPJ-FORN.
           MOVE WS-CNPJ-CARTORIO TO PT-CNPJ-CARTORIO.
           MOVE WS-NOME-CARTORIO TO PT-CARTORIO.
           MOVE WS-PROTOCOLO TO PT-PROTOCOLO.
           MOVE WS-DATA-PROTESTO TO PT-DATA-PROTESTO.
           MOVE WS-VALOR-CUSTAS TO PT-VALOR-CUSTAS.
           MOVE ZERO TO PT-DOC-CUSTAS.
           MOVE ZEROS TO PT-DATA-QUITACAO PT-DATA-SOLIC-ANUENCIA
                         PT-DATA-RECEB-ANUENCIA PT-DATA-CANCELAMENTO.
           MOVE 'A' TO PT-SITUACAO.
           MOVE WS-OBS TO PT-OBS.
           PERFORM 950-CARIMBAR-PROTESTO.

           IF WS-VALOR-CUSTAS > ZERO
               PERFORM 350-LANCAR-CUSTAS
           END-IF.

           WRITE PROTESTO-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o protesto. Status: "
                           WS-STATUS-PROTESTO
               NOT INVALID KEY
                   DISPLAY "Protesto registrado."
                   MOVE WS-NUM-DOC TO CP-NUM-DOC
                   MOVE WS-CNPJ-FORN TO CP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Protestada em " WS-DATA-PROTESTO
                          " protocolo " WS-PROTOCOLO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-WRITE.
           CLOSE PROTESTO-FILE.

      *> CONTA JA PAGA QUANDO O PROTESTO E REGISTRADO (PAGAMENTO EM
      *> CARTORIO, POR EXEMPLO) JA NASCE COM A CARTA PENDENTE
           PERFORM 250-ATUALIZAR-QUITACOES.
           IF WS-QTD-QUITADOS > ZERO
               DISPLAY "Conta ja quitada: pedir a carta de anuencia."
           END-IF.

      *> O CARTORIO PRECISA ESTAR NO CADASTRO DE FORNECEDORES, ATIVO,
      *> PARA A CONTA DAS CUSTAS TER FAVORECIDO; ZERO DESISTE
       310-DIGITAR-CARTORIO.
           DISPLAY "CNPJ do cartorio (cadastrado como fornecedor, "
                   "zeros desiste): " WITH NO ADVANCING.
           MOVE ZERO TO WS-CNPJ-CARTORIO.
           ACCEPT WS-CNPJ-CARTORIO.
           IF WS-CNPJ-CARTORIO = ZERO
               MOVE 'S' TO WS-CARTORIO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir arquivo de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               MOVE ZERO TO WS-CNPJ-CARTORIO
               MOVE 'S' TO WS-CARTORIO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CARTORIO TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: cartorio nao cadastrado como "
                           "fornecedor."
               NOT INVALID KEY
                   IF F-SITUACAO NOT = 'A'
                       DISPLAY "ERRO: cadastro do cartorio inativo."
                   ELSE
                       MOVE F-RAZAO-SOCIAL TO WS-NOME-CARTORIO
                       DISPLAY "Cartorio: " WS-NOME-CARTORIO
                       MOVE 'S' TO WS-CARTORIO-OK
                   END-IF
           END-READ.
           CLOSE FORNECEDORES-FILE.

       320-DIGITAR-PROTOCOLO.
           DISPLAY "Numero do protocolo no cartorio (obrigatorio): "
                   WITH NO ADVANCING.
           ACCEPT WS-PROTOCOLO.

       330-DIGITAR-DATA-PROTESTO.
           DISPLAY "Data do protesto (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-PROTESTO.
           MOVE WS-DATA-PROTESTO TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.
           IF WS-DATA-VALIDA = 'S' AND WS-DATA-PROTESTO > WS-DATA-HOJE
               DISPLAY "ERRO: data do protesto no futuro."
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       340-DIGITAR-VENC-CUSTAS.
           DISPLAY "Vencimento das custas (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-VENC-CUSTAS.
           MOVE WS-VENC-CUSTAS TO WS-DATA-EM-VALIDACAO.
           MOVE 'P' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> AS CUSTAS ENTRAM EM CONTAPAGAR COMO QUALQUER OUTRA CONTA, COM
      *> O CARTORIO NO LUGAR DO FORNECEDOR, NO MESMO CENTRO DE CUSTO E
      *> FILIAL DA CONTA PROTESTADA, PARA FLUIR PELO LOTE/AGENDA/REMESSA
       350-LANCAR-CUSTAS.
           OPEN I-O CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               OPEN OUTPUT CONTAPAGAR-FILE
           END-IF.
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
                   MOVE SPACES TO CP-CENTRO-CUSTO CP-FILIAL
           END-READ.

           PERFORM 360-OBTER-PROXIMO-NUM-DOC.

           MOVE WS-CNPJ-CARTORIO TO CP-CNPJ-FORN.
           MOVE WS-DATA-HOJE TO CP-DATA-EMISSAO.
           MOVE WS-VENC-CUSTAS TO CP-DATA-VENC.
           MOVE WS-VALOR-CUSTAS TO CP-VALOR.
           MOVE 'A' TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           MOVE 1 TO CP-NUM-PARCELA.
           MOVE 1 TO CP-QTD-PARCELAS.
           MOVE WS-VALOR-CUSTAS TO CP-SALDO.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE WS-VALOR-CUSTAS TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE 'PROT' TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao lancar as custas no contas a pagar."
               NOT INVALID KEY
                   MOVE CP-NUM-DOC TO PT-DOC-CUSTAS
                   DISPLAY "Custas de R$ " WS-VALOR-CUSTAS
                           " lancadas como documento " CP-NUM-DOC
                           " com vencimento " CP-DATA-VENC "."
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Custas do protesto do doc " WS-NUM-DOC
                          " protocolo " WS-PROTOCOLO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-WRITE.
           CLOSE CONTAPAGAR-FILE.

      *> LE E AVANCA O CONTADOR DE PROXDOC.DAT, COMO O LANCCONT FAZ
       360-OBTER-PROXIMO-NUM-DOC.
           OPEN I-O PROXDOC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PD
               OPEN OUTPUT PROXDOC-FILE
               MOVE 1 TO PD-PROX-NUM-DOC
               WRITE PROXDOC-REG
               CLOSE PROXDOC-FILE
               OPEN I-O PROXDOC-FILE
           END-IF.
           IF NOT STATUS-OK-PD
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "documentos. Status: " WS-STATUS-PROXDOC
               MOVE 1 TO CP-NUM-DOC
               CLOSE PROXDOC-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXDOC-FILE
               AT END
                   MOVE 1 TO PD-PROX-NUM-DOC
           END-READ.
           MOVE PD-PROX-NUM-DOC TO CP-NUM-DOC.
           ADD 1 TO PD-PROX-NUM-DOC.
           REWRITE PROXDOC-REG.
           CLOSE PROXDOC-FILE.

       400-CONSULTAR-PROTESTO.
           PERFORM 450-LOCALIZAR-PROTESTO.
           IF NOT STATUS-OK-PT
               EXIT PARAGRAPH
           END-IF.
           CLOSE PROTESTO-FILE.
           PERFORM 760-DESCREVER-ETAPA.
           DISPLAY "Cartorio        : " PT-CNPJ-CARTORIO " "
                   PT-CARTORIO.
           DISPLAY "Protocolo       : " PT-PROTOCOLO.
           DISPLAY "Data do protesto: " PT-DATA-PROTESTO.
           DISPLAY "Custas          : R$ " PT-VALOR-CUSTAS
                   " (doc " PT-DOC-CUSTAS ")".
           DISPLAY "Situacao        : " PT-SITUACAO " - " WS-DESC-ETAPA.
           DISPLAY "Quitacao        : " PT-DATA-QUITACAO.
           DISPLAY "Carta solicitada: " PT-DATA-SOLIC-ANUENCIA.
           DISPLAY "Carta recebida  : " PT-DATA-RECEB-ANUENCIA.
           DISPLAY "Cancelamento    : " PT-DATA-CANCELAMENTO.
           DISPLAY "Observacao      : " PT-OBS.
           DISPLAY "Ultima alteracao: " PT-DATA-HORA " por " PT-USUARIO.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> ABRE PROTESTO.DAT EM I-O E LE O PROTESTO DA CONTA DIGITADA;
      *> SAI COM O ARQUIVO ABERTO SO QUANDO ENCONTROU (STATUS '00')
       450-LOCALIZAR-PROTESTO.
           OPEN I-O PROTESTO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nenhum protesto registrado ainda."
               CLOSE PROTESTO-FILE
               MOVE '35' TO WS-STATUS-PROTESTO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT PT-NUM-DOC.
           DISPLAY "Digite o CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT PT-CNPJ-FORN.
           READ PROTESTO-FILE
               INVALID KEY
                   DISPLAY "ERRO: nao ha protesto para esta conta."
                   CLOSE PROTESTO-FILE
                   MOVE '23' TO WS-STATUS-PROTESTO
           END-READ.

       500-SOLICITAR-ANUENCIA.
           DISPLAY "--- Solicitacao de Carta de Anuencia ---".
           PERFORM 450-LOCALIZAR-PROTESTO.
           IF NOT STATUS-OK-PT
               EXIT PARAGRAPH
           END-IF.
           IF PT-SITUACAO NOT = 'Q'
               PERFORM 760-DESCREVER-ETAPA
               DISPLAY "AVISO: a carta so e pedida com a conta quitada "
                       "e ainda nao solicitada (situacao atual: "
                       WS-DESC-ETAPA ")."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 650-DIGITAR-DATA-EVENTO UNTIL WS-DATA-VALIDA = 'S'.
           MOVE WS-DATA-INFORMADA TO PT-DATA-SOLIC-ANUENCIA.
           MOVE 'S' TO PT-SITUACAO.
           PERFORM 660-DIGITAR-OBS.
           PERFORM 950-CARIMBAR-PROTESTO.
           REWRITE PROTESTO-REG
               INVALID KEY
                   DISPLAY "ERRO ao atualizar o protesto. Status: "
                           WS-STATUS-PROTESTO
               NOT INVALID KEY
                   DISPLAY "Solicitacao da carta registrada."
                   MOVE PT-NUM-DOC TO CP-NUM-DOC
                   MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Carta de anuencia solicitada em "
                          PT-DATA-SOLIC-ANUENCIA
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-REWRITE.
           CLOSE PROTESTO-FILE.

      *> A CARTA PODE CHEGAR SEM PEDIDO FORMAL (O FORNECEDOR MANDA
      *> JUNTO COM O RECIBO); NESSE CASO A SOLICITACAO FICA COM A
      *> MESMA DATA DO RECEBIMENTO
       550-RECEBER-ANUENCIA.
           DISPLAY "--- Recebimento da Carta de Anuencia ---".
           PERFORM 450-LOCALIZAR-PROTESTO.
           IF NOT STATUS-OK-PT
               EXIT PARAGRAPH
           END-IF.
           IF PT-SITUACAO NOT = 'Q' AND PT-SITUACAO NOT = 'S'
               PERFORM 760-DESCREVER-ETAPA
               DISPLAY "AVISO: nao ha carta pendente para este "
                       "protesto (situacao atual: " WS-DESC-ETAPA ")."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 650-DIGITAR-DATA-EVENTO UNTIL WS-DATA-VALIDA = 'S'.
           MOVE WS-DATA-INFORMADA TO PT-DATA-RECEB-ANUENCIA.
           IF PT-DATA-SOLIC-ANUENCIA = ZERO
               MOVE WS-DATA-INFORMADA TO PT-DATA-SOLIC-ANUENCIA
           END-IF.
           MOVE 'R' TO PT-SITUACAO.
           PERFORM 660-DIGITAR-OBS.
           PERFORM 950-CARIMBAR-PROTESTO.
           REWRITE PROTESTO-REG
               INVALID KEY
                   DISPLAY "ERRO ao atualizar o protesto. Status: "
                           WS-STATUS-PROTESTO
               NOT INVALID KEY
                   DISPLAY "Carta recebida; levar ao cartorio para "
                           "cancelar o protesto."
                   MOVE PT-NUM-DOC TO CP-NUM-DOC
                   MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Carta de anuencia recebida em "
                          PT-DATA-RECEB-ANUENCIA
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-REWRITE.
           CLOSE PROTESTO-FILE.

       600-CANCELAR-NO-CARTORIO.
           DISPLAY "--- Cancelamento do Protesto no Cartorio ---".
           PERFORM 450-LOCALIZAR-PROTESTO.
           IF NOT STATUS-OK-PT
               EXIT PARAGRAPH
           END-IF.
           IF PT-SITUACAO NOT = 'R'
               PERFORM 760-DESCREVER-ETAPA
               DISPLAY "AVISO: o cancelamento exige a carta de anuencia "
                       "recebida (situacao atual: " WS-DESC-ETAPA ")."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 650-DIGITAR-DATA-EVENTO UNTIL WS-DATA-VALIDA = 'S'.
           IF WS-DATA-INFORMADA < PT-DATA-RECEB-ANUENCIA
               DISPLAY "ERRO: cancelamento anterior ao recebimento da "
                       "carta (" PT-DATA-RECEB-ANUENCIA ")."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-INFORMADA TO PT-DATA-CANCELAMENTO.
           MOVE 'C' TO PT-SITUACAO.
           PERFORM 660-DIGITAR-OBS.
           PERFORM 950-CARIMBAR-PROTESTO.
           REWRITE PROTESTO-REG
               INVALID KEY
                   DISPLAY "ERRO ao atualizar o protesto. Status: "
                           WS-STATUS-PROTESTO
               NOT INVALID KEY
                   DISPLAY "Protesto cancelado no cartorio; pendencia "
                           "encerrada."
                   MOVE PT-NUM-DOC TO CP-NUM-DOC
                   MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Protesto cancelado no cartorio em "
                          PT-DATA-CANCELAMENTO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-REWRITE.
           CLOSE PROTESTO-FILE.

      *> DATA DO EVENTO: ENTER (ZEROS) ASSUME HOJE; NAO ACEITA FUTURO
      *> NEM DATA ANTERIOR AO PROPRIO PROTESTO
       650-DIGITAR-DATA-EVENTO.
           DISPLAY "Data do evento (AAAAMMDD, ENTER para hoje): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-DATA-INFORMADA.
           ACCEPT WS-DATA-INFORMADA.
           IF WS-DATA-INFORMADA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-INFORMADA
           END-IF.
           MOVE WS-DATA-INFORMADA TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.
           IF WS-DATA-VALIDA = 'S'
               IF WS-DATA-INFORMADA > WS-DATA-HOJE OR
                       WS-DATA-INFORMADA < PT-DATA-PROTESTO
                   DISPLAY "ERRO: data fora do intervalo entre o "
                           "protesto (" PT-DATA-PROTESTO ") e hoje."
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF.

       660-DIGITAR-OBS.
           DISPLAY "Observacao (ENTER mantem a atual): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-OBS.
           ACCEPT WS-OBS.
           IF WS-OBS NOT = SPACES
               MOVE WS-OBS TO PT-OBS
           END-IF.

      *> DUAS SECOES: PROTESTOS EM ABERTO (CONTA AINDA NAO QUITADA),
      *> COM IDADE CONTADA DA DATA DO PROTESTO; E CARTAS DE ANUENCIA
      *> PENDENTES / CANCELAMENTOS A FAZER, COM IDADE CONTADA DA ETAPA
      *> EM QUE A PENDENCIA ESTA PARADA. CADA SECAO FECHA COM AS FAIXAS
      *> DE IDADE (ATE 30, 31-60, 61-90 E ACIMA DE 90 DIAS)
       700-RELATORIO-PROTESTOS.
           DISPLAY "--- Protestos e Cartas de Anuencia Pendentes ---".
           PERFORM 250-ATUALIZAR-QUITACOES.
           OPEN INPUT PROTESTO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nenhum protesto registrado ainda."
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CADPROT_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           MOVE SPACES TO WS-LINHA.
           STRING "PROTESTOS EM CARTORIO E CARTAS DE ANUENCIA - "
                  "POSICAO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           MOVE 'A' TO WS-SECAO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "PROTESTOS EM ABERTO (CONTA NAO QUITADA)" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 710-PERCORRER-SECAO.

           MOVE 'P' TO WS-SECAO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "CARTAS DE ANUENCIA PENDENTES E CANCELAMENTOS A FAZER"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 710-PERCORRER-SECAO.

           CLOSE PROTESTO-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-PERCORRER-SECAO.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  CNPJ FORNEC.   CARTORIO                  "
                  "PROTOCOLO            PROTESTO ETAPA"
                  "                     DIAS"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-QTD-SECAO WS-VALOR-SECAO.
           INITIALIZE WS-FAIXAS-IDADE.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PT-CHAVE.
           START PROTESTO-FILE KEY IS GREATER THAN PT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 720-LER-PROTESTO UNTIL WS-FIM-LEITURA = 'Y'.

           MOVE SPACES TO WS-LINHA.
           IF WS-SECAO = 'A'
               STRING "Protestos em aberto: " WS-QTD-SECAO
                      "   Custas: R$ " WS-VALOR-SECAO
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "Pendencias de carta/cancelamento: " WS-QTD-SECAO
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Ate 30 dias: " WS-QTD-ATE-30
                  "  31-60: " WS-QTD-ATE-60
                  "  61-90: " WS-QTD-ATE-90
                  "  Acima de 90: " WS-QTD-ACIMA-90
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       720-LER-PROTESTO.
           READ PROTESTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF (WS-SECAO = 'A' AND PT-SITUACAO = 'A') OR
                      (WS-SECAO = 'P' AND (PT-SITUACAO = 'Q' OR
                           PT-SITUACAO = 'S' OR PT-SITUACAO = 'R'))
                       PERFORM 730-LISTAR-PROTESTO
                   END-IF
           END-READ.

       730-LISTAR-PROTESTO.
           EVALUATE PT-SITUACAO
               WHEN 'A'
                   MOVE PT-DATA-PROTESTO TO WS-DATA-AUX
               WHEN 'Q'
                   MOVE PT-DATA-QUITACAO TO WS-DATA-AUX
               WHEN 'S'
                   MOVE PT-DATA-SOLIC-ANUENCIA TO WS-DATA-AUX
               WHEN OTHER
                   MOVE PT-DATA-RECEB-ANUENCIA TO WS-DATA-AUX
           END-EVALUATE.
           IF WS-DATA-AUX = ZERO
               MOVE PT-DATA-PROTESTO TO WS-DATA-AUX
           END-IF.
           COMPUTE WS-IDADE = WS-HOJE-INT -
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX).
           IF WS-IDADE < ZERO
               MOVE ZERO TO WS-IDADE
           END-IF.
           EVALUATE TRUE
               WHEN WS-IDADE <= 30
                   ADD 1 TO WS-QTD-ATE-30
               WHEN WS-IDADE <= 60
                   ADD 1 TO WS-QTD-ATE-60
               WHEN WS-IDADE <= 90
                   ADD 1 TO WS-QTD-ATE-90
               WHEN OTHER
                   ADD 1 TO WS-QTD-ACIMA-90
           END-EVALUATE.
           ADD 1 TO WS-QTD-SECAO.
           ADD PT-VALOR-CUSTAS TO WS-VALOR-SECAO.
           PERFORM 760-DESCREVER-ETAPA.
           MOVE WS-IDADE TO WS-IDADE-DIAS.
           MOVE SPACES TO WS-LINHA.
           STRING PT-NUM-DOC " " PT-CNPJ-FORN " " PT-CARTORIO(1:25) " "
                  PT-PROTOCOLO " " PT-DATA-PROTESTO " " WS-DESC-ETAPA
                  " " WS-IDADE-DIAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       760-DESCREVER-ETAPA.
           EVALUATE PT-SITUACAO
               WHEN 'A'
                   MOVE "PROTESTO EM ABERTO" TO WS-DESC-ETAPA
               WHEN 'Q'
                   MOVE "QUITADA, PEDIR CARTA" TO WS-DESC-ETAPA
               WHEN 'S'
                   MOVE "CARTA SOLICITADA" TO WS-DESC-ETAPA
               WHEN 'R'
                   MOVE "CARTA RECEBIDA, CANCELAR" TO WS-DESC-ETAPA
               WHEN 'C'
                   MOVE "CANCELADO NO CARTORIO" TO WS-DESC-ETAPA
               WHEN OTHER
                   MOVE "SITUACAO DESCONHECIDA" TO WS-DESC-ETAPA
           END-EVALUATE.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       900-ANOTAR-NO-DOCUMENTO.
           MOVE CP-NUM-DOC TO WS-NP-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN.
           CALL 'NOTACONT' USING WS-NOTA-PARM.

       950-CARIMBAR-PROTESTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO PT-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO PT-DATA-HORA(9:6).
           MOVE WS-USUARIO-SESSAO TO PT-USUARIO.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL); A OPERACAO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE CONTA-REG TO WS-JRN-IMAGEM(1:287).
           PERFORM 980-GRAVAR-JORNAL.
