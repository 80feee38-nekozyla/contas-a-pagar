       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPENH.
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

           SELECT PENHORA-FILE *> Ordens judiciais de penhora por fornecedor
               ASSIGN TO 'PENHORA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-STATUS-PENHORA.

           SELECT PENHMOV-FILE *> Movimentos das ordens (registro/deposito/estorno)
               ASSIGN TO 'PENHMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENHMOV.

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

      *> UMA ORDEM JUDICIAL DE PENHORA POR REGISTRO (FORNECEDOR +
      *> NUMERO DO PROCESSO): O PGTOCONT E O AGENDEXE DESVIAM PARA A
      *> CONTA DE DEPOSITO JUDICIAL O PERCENTUAL ('P') OU O VALOR FIXO
      *> ('F') DE CADA PAGAMENTO ATE O DEPOSITADO ALCANCAR O VALOR DA
      *> ORDEM; ENTAO A ORDEM FICA QUITADA ('Q'). 'C' = ORDEM LEVANTADA
      *> PELO JUIZO ANTES DE QUITADA
       FD  PENHORA-FILE.
       01  PENHORA-REG.
           05 PN-CHAVE.
              10 PN-CNPJ          PIC 9(14).
              10 PN-PROCESSO      PIC X(25).
           05 PN-VARA             PIC X(40).
           05 PN-DATA-ORDEM       PIC 9(08).
           05 PN-VALOR-ORDEM      PIC 9(10)V99.
           05 PN-FORMA            PIC X(01).
           05 PN-PERCENTUAL       PIC 9(03)V99.
           05 PN-VALOR-FIXO       PIC 9(10)V99.
           05 PN-BANCO-DEP        PIC 9(03).
           05 PN-AGENCIA-DEP      PIC 9(05).
           05 PN-CONTA-DEP        PIC X(20).
           05 PN-VALOR-DEPOSITADO PIC 9(10)V99.
           05 PN-SITUACAO         PIC X(01).

      *> TRILHA DAS ORDENS: 'R' REGISTRO, 'D' DEPOSITO NUM PAGAMENTO
      *> (DOCUMENTO E SEQUENCIA DO LANCAMENTO 'PENHORA' NO HISTORICO),
      *> 'E' ESTORNO POR REVERSAO DO PAGAMENTO, 'C' LEVANTAMENTO
       FD  PENHMOV-FILE.
       01  PENHMOV-REG.
           05 PM-DATA-HORA        PIC 9(14).
           05 PM-CNPJ             PIC 9(14).
           05 PM-PROCESSO         PIC X(25).
           05 PM-TIPO             PIC X(01).
           05 PM-VALOR            PIC 9(10)V99.
           05 PM-NUM-DOC          PIC 9(10).
           05 PM-SEQ-HIST         PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
           88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-PENHORA       PIC X(2).
           88 STATUS-OK-PN           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PN VALUE '35'.
       01 WS-STATUS-PENHMOV       PIC X(2).
           88 STATUS-OK-PM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PM VALUE '35'.

       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-CNPJ-CONSULTA        PIC 9(14).
       01 WS-SALDO-ORDEM          PIC 9(10)V99.
       01 WS-TOTAL-SALDO          PIC 9(12)V99.
       01 WS-CONFIRMA             PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       PROCEDURE DIVISION.
       100-INICIAR.
           PERFORM 200-MENU-PENHORA UNTIL WS-OPCAO = 'S'.
           GOBACK.

       200-MENU-PENHORA.
           DISPLAY "--- Ordens Judiciais de Penhora ---".
           DISPLAY "R - Registrar ordem de penhora".
           DISPLAY "C - Consultar ordens de um fornecedor".
           DISPLAY "L - Listar ordens ativas".
           DISPLAY "X - Levantar (encerrar) uma ordem".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

           EVALUATE FUNCTION UPPER-CASE(WS-OPCAO)
               WHEN 'R'
                   PERFORM 300-REGISTRAR-ORDEM
               WHEN 'C'
                   PERFORM 400-CONSULTAR-ORDENS
               WHEN 'L'
                   PERFORM 500-LISTAR-ORDENS-ATIVAS
               WHEN 'X'
                   PERFORM 600-LEVANTAR-ORDEM
               WHEN 'S'
                   MOVE 'S' TO WS-OPCAO
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> REGISTRA A ORDEM RECEBIDA DO JUIZO; O DESVIO ACONTECE DEPOIS,
      *> AUTOMATICAMENTE, EM CADA PAGAMENTO AO FORNECEDOR
       300-REGISTRAR-ORDEM.
           DISPLAY "--- Registro de Ordem de Penhora ---".
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO: Nao foi possivel abrir o cadastro de "
                       "fornecedores. Status: " WS-STATUS-FORNECEDORES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FORNECEDORES-FILE.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.

           MOVE F-CNPJ TO PN-CNPJ.
           DISPLAY "Numero do processo (NNNNNNN-DD.AAAA.J.TR.OOOO): "
                   WITH NO ADVANCING.
           ACCEPT PN-PROCESSO.
           IF PN-PROCESSO = SPACES
               DISPLAY "ERRO: O numero do processo e obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vara/Juizo: " WITH NO ADVANCING.
           ACCEPT PN-VARA.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 350-DIGITAR-DATA-ORDEM
               UNTIL WS-DATA-VALIDA = 'S'.

           DISPLAY "Valor total a reter: " WITH NO ADVANCING.
           ACCEPT PN-VALOR-ORDEM.
           IF PN-VALOR-ORDEM NOT > ZERO
               DISPLAY "ERRO: O valor da ordem deve ser positivo."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Retencao por pagamento: (P)ercentual ou valor (F)ixo: "
                   WITH NO ADVANCING.
           ACCEPT PN-FORMA.
           MOVE FUNCTION UPPER-CASE(PN-FORMA) TO PN-FORMA.
           MOVE ZERO TO PN-PERCENTUAL PN-VALOR-FIXO.
           EVALUATE PN-FORMA
               WHEN 'P'
                   DISPLAY "Percentual de cada pagamento: "
                           WITH NO ADVANCING
                   ACCEPT PN-PERCENTUAL
                   IF PN-PERCENTUAL NOT > ZERO OR PN-PERCENTUAL > 100
                       DISPLAY "ERRO: Percentual deve ficar entre 0 e "
                               "100."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'F'
                   DISPLAY "Valor fixo de cada pagamento: "
                           WITH NO ADVANCING
                   ACCEPT PN-VALOR-FIXO
                   IF PN-VALOR-FIXO NOT > ZERO
                       DISPLAY "ERRO: O valor fixo deve ser positivo."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: Informe P ou F."
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Conta de deposito judicial - banco: "
                   WITH NO ADVANCING.
           ACCEPT PN-BANCO-DEP.
           DISPLAY "Conta de deposito judicial - agencia: "
                   WITH NO ADVANCING.
           ACCEPT PN-AGENCIA-DEP.
           DISPLAY "Conta de deposito judicial - conta/ID do deposito: "
                   WITH NO ADVANCING.
           ACCEPT PN-CONTA-DEP.
           IF PN-BANCO-DEP = ZERO OR PN-CONTA-DEP = SPACES
               DISPLAY "ERRO: A conta de deposito judicial e obrigatoria."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO PN-VALOR-DEPOSITADO.
           MOVE 'A' TO PN-SITUACAO.

           OPEN I-O PENHORA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PN
               OPEN OUTPUT PENHORA-FILE
               CLOSE PENHORA-FILE
               OPEN I-O PENHORA-FILE
           END-IF.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir arquivo de ordens de penhora. "
                       "Status: " WS-STATUS-PENHORA
               EXIT PARAGRAPH
           END-IF.

           WRITE PENHORA-REG
               INVALID KEY
                   DISPLAY "ERRO: ja existe ordem deste processo para "
                           "este fornecedor."
               NOT INVALID KEY
                   DISPLAY "Ordem de penhora registrada. Valor a reter: "
                           PN-VALOR-ORDEM
                   MOVE 'R' TO PM-TIPO
                   MOVE PN-VALOR-ORDEM TO PM-VALOR
                   PERFORM 360-GRAVAR-MOVIMENTO
           END-WRITE.
           CLOSE PENHORA-FILE.

       350-DIGITAR-DATA-ORDEM.
           DISPLAY "Data da ordem judicial (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT PN-DATA-ORDEM.
           MOVE PN-DATA-ORDEM TO WS-DATA-EM-VALIDACAO.
           MOVE 'E' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> PM-TIPO E PM-VALOR VEM PREENCHIDOS PELO CHAMADOR
       360-GRAVAR-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND PENHMOV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PM
               OPEN OUTPUT PENHMOV-FILE
           END-IF.
           IF NOT STATUS-OK-PM
               DISPLAY "AVISO: nao foi possivel gravar o movimento da "
                       "ordem de penhora. Status: " WS-STATUS-PENHMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DH-DATA TO PM-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO PM-DATA-HORA(9:6).
           MOVE PN-CNPJ TO PM-CNPJ.
           MOVE PN-PROCESSO TO PM-PROCESSO.
           MOVE ZERO TO PM-NUM-DOC.
           MOVE ZERO TO PM-SEQ-HIST.
           WRITE PENHMOV-REG.
           CLOSE PENHMOV-FILE.

       400-CONSULTAR-ORDENS.
           DISPLAY "--- Consulta de Ordens de um Fornecedor ---".
           OPEN INPUT PENHORA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PN
               DISPLAY "AVISO: Nenhuma ordem de penhora registrada ainda."
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir arquivo de ordens de penhora. "
                       "Status: " WS-STATUS-PENHORA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.

           MOVE ZERO TO WS-TOTAL-SALDO.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-CNPJ-CONSULTA TO PN-CNPJ.
           MOVE LOW-VALUES TO PN-PROCESSO.
           START PENHORA-FILE KEY IS GREATER THAN OR EQUAL TO PN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 450-MOSTRAR-ORDEM-DO-CNPJ UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE PENHORA-FILE.
           DISPLAY "Saldo total a reter das ordens ativas: "
                   WS-TOTAL-SALDO.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       450-MOSTRAR-ORDEM-DO-CNPJ.
           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PN-CNPJ NOT = WS-CNPJ-CONSULTA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       PERFORM 460-MOSTRAR-ORDEM
                       IF PN-SITUACAO = 'A'
                           ADD WS-SALDO-ORDEM TO WS-TOTAL-SALDO
                       END-IF
                   END-IF
           END-READ.

       460-MOSTRAR-ORDEM.
           COMPUTE WS-SALDO-ORDEM = PN-VALOR-ORDEM - PN-VALOR-DEPOSITADO.
           DISPLAY "Processo " PN-PROCESSO " situacao " PN-SITUACAO.
           DISPLAY "  Juizo: " PN-VARA "  ordem de " PN-DATA-ORDEM.
           IF PN-FORMA = 'P'
               DISPLAY "  Retem " PN-PERCENTUAL "% de cada pagamento"
           ELSE
               DISPLAY "  Retem " PN-VALOR-FIXO " por pagamento"
           END-IF.
           DISPLAY "  Deposito: banco " PN-BANCO-DEP " agencia "
                   PN-AGENCIA-DEP " conta " PN-CONTA-DEP.
           DISPLAY "  Ordenado " PN-VALOR-ORDEM " depositado "
                   PN-VALOR-DEPOSITADO " saldo " WS-SALDO-ORDEM.

       500-LISTAR-ORDENS-ATIVAS.
           DISPLAY "--- Ordens de Penhora Ativas ---".
           OPEN INPUT PENHORA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PN
               DISPLAY "AVISO: Nenhuma ordem de penhora registrada ainda."
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir arquivo de ordens de penhora. "
                       "Status: " WS-STATUS-PENHORA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PN-CHAVE.
           START PENHORA-FILE KEY IS GREATER THAN PN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 550-LISTAR-PROXIMA-ATIVA UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE PENHORA-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       550-LISTAR-PROXIMA-ATIVA.
           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PN-SITUACAO = 'A'
                       COMPUTE WS-SALDO-ORDEM =
                           PN-VALOR-ORDEM - PN-VALOR-DEPOSITADO
                       DISPLAY "CNPJ/CPF " PN-CNPJ " processo "
                               PN-PROCESSO " saldo " WS-SALDO-ORDEM
                   END-IF
           END-READ.

      *> ORDEM LEVANTADA PELO JUIZO: PARA DE DESVIAR OS PAGAMENTOS. O
      *> QUE JA FOI DEPOSITADO CONTINUA REGISTRADO PARA O RELATORIO
       600-LEVANTAR-ORDEM.
           DISPLAY "--- Levantamento de Ordem de Penhora ---".
           OPEN I-O PENHORA-FILE.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir arquivo de ordens de penhora. "
                       "Status: " WS-STATUS-PENHORA
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT PN-CNPJ.
           DISPLAY "Numero do processo: " WITH NO ADVANCING.
           ACCEPT PN-PROCESSO.

           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "ERRO: ordem de penhora nao encontrada."
                   CLOSE PENHORA-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF PN-SITUACAO NOT = 'A'
               DISPLAY "AVISO: esta ordem nao esta ativa."
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 460-MOSTRAR-ORDEM.
           DISPLAY "Confirma o levantamento desta ordem? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Levantamento cancelado."
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO PN-SITUACAO.
           REWRITE PENHORA-REG
               INVALID KEY
                   DISPLAY "ERRO ao levantar a ordem. Status: "
                           WS-STATUS-PENHORA
               NOT INVALID KEY
                   DISPLAY "Ordem de penhora levantada."
                   MOVE 'C' TO PM-TIPO
                   MOVE WS-SALDO-ORDEM TO PM-VALOR
                   PERFORM 360-GRAVAR-MOVIMENTO
           END-REWRITE.
           CLOSE PENHORA-FILE.
