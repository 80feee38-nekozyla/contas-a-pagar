       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTNF.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOCOLO-FILE *> Protocolo de chegada das faturas no contas a pagar
               ASSIGN TO 'PROTOCOLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS WS-STATUS-PROTOCOLO.

           SELECT PROXPROT-FILE *> Contador do proximo numero de protocolo
               ASSIGN TO 'PROXPROT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXPROT.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

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
      *> UM REGISTRO POR FATURA RECEBIDA NO CONTAS A PAGAR, FEITO NA
      *> CHEGADA E ANTES DO LANCAMENTO: QUANDO, POR QUAL CANAL, QUEM
      *> RECEBEU E QUEM PEDIU A COMPRA. NO LANCAMENTO (LANCCONT) O
      *> PROTOCOLO GANHA O DOCUMENTO DA CONTA E PASSA DE 'A' (AGUARDANDO
      *> LANCAMENTO) PARA 'L' (LANCADA); 'D' = DEVOLVIDA AO FORNECEDOR.
      *> CANAL: 'C' CORREIO/MALOTE, 'E' E-MAIL, 'P' PORTAL DO
      *> FORNECEDOR, 'M' ENTREGUE EM MAOS, 'N' NF-E IMPORTADA (IMPNFE)
       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           05 PT-NUMERO            PIC 9(08).
           05 PT-CNPJ-FORN         PIC 9(14).
           05 PT-NUM-NOTA          PIC X(12).
           05 PT-VALOR             PIC 9(10)V99.
           05 PT-DATA-CHEGADA      PIC 9(08).
           05 PT-HORA-CHEGADA      PIC 9(06).
           05 PT-CANAL             PIC X(01).
           05 PT-RECEBIDO-POR      PIC X(10).
           05 PT-SOLICITANTE       PIC X(10).
           05 PT-SITUACAO          PIC X(01).
           05 PT-NUM-DOC           PIC 9(10).
           05 PT-DATA-LANC         PIC 9(08).
           05 PT-OBS               PIC X(40).

       FD  PROXPROT-FILE.
       01  PROXPROT-REG.
           05 PX-PROX-NUMERO       PIC 9(08).

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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROTOCOLO      PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PT VALUE '35'.
       01 WS-STATUS-PROXPROT       PIC X(2).
          88 STATUS-OK-PX           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PX VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
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
       01 WS-LINHA                 PIC X(132).
       01 WS-NUMERO-DIG            PIC 9(08).
       01 WS-DATA-DIGITADA         PIC X(08).
       01 WS-CANAL-OK              PIC X(01).
       01 WS-DESCR-CANAL           PIC X(12).
       01 WS-MOTIVO                PIC X(40).
       01 WS-DIAS-ESPERA           PIC S9(05) COMP.
       01 WS-ED-DIAS               PIC ZZZZ9.
       01 WS-ED-VALOR              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-QTD-PENDENTES         PIC 9(05).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       PROCEDURE DIVISION.
      *> PROTOCOLO DE CHEGADA DAS FATURAS: TODA FATURA QUE CHEGA AO
      *> CONTAS A PAGAR RECEBE UM NUMERO NA HORA EM QUE CHEGA, ANTES DE
      *> QUALQUER LANCAMENTO. ASSIM FICA PROVADO QUANDO A COBRANCA
      *> CHEGOU -- E QUANTOS DIAS SOBRARAM ATE O VENCIMENTO (RELPROT).
      *> O NUMERO DO PROTOCOLO E INFORMADO NO LANCCONT, QUE O VINCULA
      *> A CONTA; AS NF-E IMPORTADAS JA NASCEM PROTOCOLADAS
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-PROTOCOLO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-PROTOCOLO.
           DISPLAY "--- Protocolo de Chegada de Faturas ---".
           DISPLAY "R - Registrar chegada de fatura".
           DISPLAY "C - Consultar protocolo".
           DISPLAY "P - Faturas protocoladas aguardando lancamento".
           DISPLAY "D - Devolver fatura ao fornecedor".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 300-REGISTRAR-CHEGADA
               WHEN 'C'
                   PERFORM 400-CONSULTAR-PROTOCOLO
               WHEN 'P'
                   PERFORM 500-LISTAR-PENDENTES
               WHEN 'D'
                   PERFORM 600-DEVOLVER-FATURA
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-REGISTRAR-CHEGADA.
           DISPLAY "--- Registro de Chegada de Fatura ---".
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO: Nao foi possivel abrir o cadastro de "
                       "fornecedores. Status: " WS-STATUS-FORNECEDORES
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com este CNPJ nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FORNECEDORES-FILE.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.

           INITIALIZE PROTOCOLO-REG.
           MOVE F-CNPJ TO PT-CNPJ-FORN.
           DISPLAY "Numero da fatura/nota do fornecedor: "
                   WITH NO ADVANCING.
           ACCEPT PT-NUM-NOTA.
           DISPLAY "Valor da fatura: " WITH NO ADVANCING.
           ACCEPT PT-VALOR.

      *> A CHEGADA E HOJE, NA HORA DO REGISTRO; SO A FATURA ACHADA NA
      *> MESA DEPOIS (MALOTE ABERTO ONTEM) LEVA A DATA DIGITADA, QUE
      *> NUNCA PODE SER FUTURA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 310-DIGITAR-DATA-CHEGADA UNTIL WS-DATA-VALIDA = 'S'.
           IF PT-DATA-CHEGADA = WS-DH-DATA
               MOVE WS-DH-HORA TO PT-HORA-CHEGADA
           ELSE
               MOVE ZERO TO PT-HORA-CHEGADA
           END-IF.

           MOVE 'N' TO WS-CANAL-OK.
           PERFORM 320-DIGITAR-CANAL UNTIL WS-CANAL-OK = 'S'.
           MOVE SPACES TO PT-SOLICITANTE.
           PERFORM 330-DIGITAR-SOLICITANTE
               UNTIL PT-SOLICITANTE NOT = SPACES.
           DISPLAY "Observacao (ENTER para nenhuma): " WITH NO ADVANCING.
           ACCEPT PT-OBS.

           MOVE WS-USUARIO-SESSAO TO PT-RECEBIDO-POR.
           MOVE 'A' TO PT-SITUACAO.
           MOVE ZERO TO PT-NUM-DOC.
           MOVE ZERO TO PT-DATA-LANC.

           PERFORM 350-OBTER-PROXIMO-NUMERO.
           IF PT-NUMERO = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PROTOCOLO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PT
               OPEN OUTPUT PROTOCOLO-FILE
               CLOSE PROTOCOLO-FILE
               OPEN I-O PROTOCOLO-FILE
           END-IF.
           IF NOT STATUS-OK-PT
               DISPLAY "ERRO ao abrir o arquivo de protocolos. Status: "
                       WS-STATUS-PROTOCOLO
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           WRITE PROTOCOLO-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o protocolo. Status: "
                           WS-STATUS-PROTOCOLO
               NOT INVALID KEY
                   DISPLAY "Fatura protocolada sob o numero " PT-NUMERO
                           ". Informe este numero no lancamento."
           END-WRITE.
           CLOSE PROTOCOLO-FILE.

       310-DIGITAR-DATA-CHEGADA.
           DISPLAY "Data de chegada (ENTER = hoje, AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-DATA-DIGITADA.
           ACCEPT WS-DATA-DIGITADA.
           IF WS-DATA-DIGITADA = SPACES
               MOVE WS-DH-DATA TO PT-DATA-CHEGADA
               MOVE 'S' TO WS-DATA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-DIGITADA TO PT-DATA-CHEGADA.
           MOVE PT-DATA-CHEGADA TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.
           IF WS-DATA-VALIDA = 'S' AND PT-DATA-CHEGADA > WS-DH-DATA
               DISPLAY "ERRO: a data de chegada nao pode ser futura."
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       320-DIGITAR-CANAL.
           DISPLAY "Canal (C-Correio/malote E-E-mail P-Portal "
                   "M-Em maos): " WITH NO ADVANCING.
           ACCEPT PT-CANAL.
           MOVE FUNCTION UPPER-CASE(PT-CANAL) TO PT-CANAL.
           IF PT-CANAL = 'C' OR PT-CANAL = 'E' OR PT-CANAL = 'P' OR
                   PT-CANAL = 'M'
               MOVE 'S' TO WS-CANAL-OK
           ELSE
               DISPLAY "ERRO: canal invalido."
           END-IF.

       330-DIGITAR-SOLICITANTE.
           DISPLAY "Solicitante interno (usuario/area que pediu a "
                   "compra): " WITH NO ADVANCING.
           ACCEPT PT-SOLICITANTE.
           MOVE FUNCTION UPPER-CASE(PT-SOLICITANTE) TO PT-SOLICITANTE.

      *> LE E AVANCA O CONTADOR DE PROXPROT.DAT, COMO O LANCCONT FAZ
      *> COM O PROXDOC.DAT; DEVOLVE ZERO SE O CONTADOR FALHAR
       350-OBTER-PROXIMO-NUMERO.
           MOVE ZERO TO PT-NUMERO.
           OPEN I-O PROXPROT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PX
               OPEN OUTPUT PROXPROT-FILE
               MOVE 1 TO PX-PROX-NUMERO
               WRITE PROXPROT-REG
               CLOSE PROXPROT-FILE
               OPEN I-O PROXPROT-FILE
           END-IF.
           IF NOT STATUS-OK-PX
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "protocolos. Status: " WS-STATUS-PROXPROT
               CLOSE PROXPROT-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXPROT-FILE
               AT END
                   MOVE 1 TO PX-PROX-NUMERO
           END-READ.
           MOVE PX-PROX-NUMERO TO PT-NUMERO.
           ADD 1 TO PX-PROX-NUMERO.
           REWRITE PROXPROT-REG.
           CLOSE PROXPROT-FILE.

       400-CONSULTAR-PROTOCOLO.
           DISPLAY "Digite o numero do protocolo: " WITH NO ADVANCING.
           MOVE ZERO TO WS-NUMERO-DIG.
           ACCEPT WS-NUMERO-DIG.
           OPEN INPUT PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nenhuma fatura protocolada ainda."
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-DIG TO PT-NUMERO.
           READ PROTOCOLO-FILE
               INVALID KEY
                   DISPLAY "ERRO: protocolo nao encontrado."
                   CLOSE PROTOCOLO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PROTOCOLO-FILE.
           PERFORM 800-DESCREVER-CANAL.
           MOVE PT-VALOR TO WS-ED-VALOR.
           DISPLAY "Protocolo  : " PT-NUMERO.
           DISPLAY "Fornecedor : " PT-CNPJ-FORN "  fatura " PT-NUM-NOTA.
           DISPLAY "Valor      : " WS-ED-VALOR.
           DISPLAY "Chegada    : " PT-DATA-CHEGADA " " PT-HORA-CHEGADA
                   " via " WS-DESCR-CANAL " recebida por "
                   PT-RECEBIDO-POR.
           DISPLAY "Solicitante: " PT-SOLICITANTE.
           EVALUATE PT-SITUACAO
               WHEN 'A'
                   DISPLAY "Situacao   : aguardando lancamento"
               WHEN 'L'
                   DISPLAY "Situacao   : lancada em " PT-DATA-LANC
                           " no documento " PT-NUM-DOC
               WHEN 'D'
                   DISPLAY "Situacao   : devolvida ao fornecedor"
           END-EVALUATE.
           IF PT-OBS NOT = SPACES
               DISPLAY "Observacao : " PT-OBS
           END-IF.
           PERFORM 850-PAUSA.

      *> FATURAS JA NA CASA E AINDA SEM CONTA: CADA DIA PARADA AQUI E
      *> UM DIA A MENOS PARA PAGAR NO PRAZO
       500-LISTAR-PENDENTES.
           OPEN INPUT PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nenhuma fatura protocolada ainda."
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO WS-LINHA.
           STRING "FATURAS PROTOCOLADAS AGUARDANDO LANCAMENTO - POSICAO EM "
                  WS-DH-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PROTOCOLO CNPJ FORNECEDOR  FATURA                 "
                  "VALOR  CHEGADA  DIAS SOLICITANTE"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO PT-NUMERO.
           START PROTOCOLO-FILE KEY IS GREATER THAN OR EQUAL TO PT-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-LISTAR-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE PROTOCOLO-FILE.
           MOVE SPACES TO WS-LINHA.
           STRING "Total aguardando lancamento: " WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.

       510-LISTAR-PENDENTE.
           READ PROTOCOLO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF PT-SITUACAO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(WS-DH-DATA) -
               FUNCTION INTEGER-OF-DATE(PT-DATA-CHEGADA).
           MOVE WS-DIAS-ESPERA TO WS-ED-DIAS.
           MOVE PT-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING PT-NUMERO "  " PT-CNPJ-FORN "  " PT-NUM-NOTA " "
                  WS-ED-VALOR " " PT-DATA-CHEGADA " " WS-ED-DIAS " "
                  PT-SOLICITANTE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> FATURA RECUSADA SEM LANCAMENTO (COBRANCA INDEVIDA, DADOS
      *> ERRADOS): O PROTOCOLO FICA, COM O MOTIVO, COMO PROVA DA DATA
      *> EM QUE A COBRANCA CHEGOU E FOI DEVOLVIDA
       600-DEVOLVER-FATURA.
           DISPLAY "Digite o numero do protocolo: " WITH NO ADVANCING.
           MOVE ZERO TO WS-NUMERO-DIG.
           ACCEPT WS-NUMERO-DIG.
           OPEN I-O PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nenhuma fatura protocolada ainda."
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO-DIG TO PT-NUMERO.
           READ PROTOCOLO-FILE
               INVALID KEY
                   DISPLAY "ERRO: protocolo nao encontrado."
                   CLOSE PROTOCOLO-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF PT-SITUACAO NOT = 'A'
               DISPLAY "ERRO: so fatura aguardando lancamento pode ser "
                       "devolvida."
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 650-DIGITAR-MOTIVO UNTIL WS-MOTIVO NOT = SPACES.
           MOVE 'D' TO PT-SITUACAO.
           MOVE WS-MOTIVO TO PT-OBS.
           REWRITE PROTOCOLO-REG
               INVALID KEY
                   DISPLAY "ERRO ao atualizar o protocolo. Status: "
                           WS-STATUS-PROTOCOLO
               NOT INVALID KEY
                   DISPLAY "Protocolo " PT-NUMERO " marcado como "
                           "devolvido."
           END-REWRITE.
           CLOSE PROTOCOLO-FILE.

       650-DIGITAR-MOTIVO.
           DISPLAY "Motivo da devolucao (obrigatorio): "
                   WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

       800-DESCREVER-CANAL.
           EVALUATE PT-CANAL
               WHEN 'C'
                   MOVE "correio" TO WS-DESCR-CANAL
               WHEN 'E'
                   MOVE "e-mail" TO WS-DESCR-CANAL
               WHEN 'P'
                   MOVE "portal" TO WS-DESCR-CANAL
               WHEN 'M'
                   MOVE "em maos" TO WS-DESCR-CANAL
               WHEN 'N'
                   MOVE "NF-e" TO WS-DESCR-CANAL
               WHEN OTHER
                   MOVE PT-CANAL TO WS-DESCR-CANAL
           END-EVALUATE.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'PROTNF_' WS-DHS-DATA WS-DHS-HORA '.TXT'
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
