       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECEB.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBE-FILE *> Recebimentos de mercadoria/servico por pedido
               ASSIGN TO 'RECEBE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-STATUS-RECEBE.

           SELECT PEDIDO-FILE *> Pedidos de compra com saldo autorizado
               ASSIGN TO 'PEDIDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-STATUS-PEDIDO.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

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
      *> UM REGISTRO POR ENTREGA (MERCADORIA NO ALMOXARIFADO OU SERVICO
      *> ATESTADO PELO REQUISITANTE); O PEDIDO PODE TER VARIAS ENTREGAS
      *> PARCIAIS, NUMERADAS EM RB-SEQ. QUEM RECEBEU FICA EM
      *> RB-RECEBEDOR E QUEM DIGITOU EM RB-USUARIO
       FD  RECEBE-FILE.
       01  RECEBE-REG.
           05 RB-CHAVE.
              10 RB-NUM-PEDIDO    PIC 9(10).
              10 RB-SEQ           PIC 9(04).
           05 RB-DATA             PIC 9(08).
           05 RB-QUANTIDADE       PIC 9(09)V999.
           05 RB-VALOR            PIC 9(12)V99.
           05 RB-RECEBEDOR        PIC X(30).
           05 RB-USUARIO          PIC X(10).
           05 RB-DATA-HORA        PIC 9(14).
           05 RB-OBS              PIC X(40).

       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           05 PO-NUMERO        PIC 9(10).
           05 PO-CNPJ-FORN     PIC 9(14).
           05 PO-VALOR-AUTORIZADO PIC 9(12)V99.
           05 PO-SALDO         PIC 9(12)V99.
           05 PO-SITUACAO      PIC X(01).

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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECEBE         PIC X(2).
          88 STATUS-OK-RB           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RB VALUE '35'.
       01 WS-STATUS-PEDIDO         PIC X(2).
          88 STATUS-OK-PO           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
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
       01 WS-FIM-PEDIDOS           PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-NUM-PEDIDO            PIC 9(10).
       01 WS-PROXIMA-SEQ           PIC 9(04).
       01 WS-MOTIVO                PIC X(50).
       01 WS-QTD-LIBERADAS         PIC 9(04).
       01 WS-QTD-RECEB-SEM-NOTA    PIC 9(06).
       01 WS-QTD-NOTA-SEM-RECEB    PIC 9(06).
       01 WS-DIFERENCA             PIC S9(12)V99.
       01 WS-DESCR-RESULTADO       PIC X(30).
       01 WS-LINHA                 PIC X(132).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> MESMA CONFERENCIA PEDIDO X RECEBIMENTO X NOTA DO LANCAMENTO E
      *> DA APROVACAO (ROTINA CONFRECB)
       01 WS-CONFRECB-PARM.
           05 WS-CF-NUM-PEDIDO     PIC 9(10).
           05 WS-CF-VALOR-NOTA     PIC 9(12)V99.
           05 WS-CF-VALOR-RECEBIDO PIC 9(12)V99.
           05 WS-CF-VALOR-FATURADO PIC 9(12)V99.
           05 WS-CF-VALOR-LIMITE   PIC 9(12)V99.
           05 WS-CF-QTD-RECEB      PIC 9(04).
           05 WS-CF-RESULTADO      PIC X(01).

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
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'CADRECEB'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).


       PROCEDURE DIVISION.
      *> REGISTRO DE RECEBIMENTO DE MERCADORIA/SERVICO CONTRA O PEDIDO
      *> DE COMPRA. A NOTA LANCADA COM PEDIDO SO ENTRA NO POOL DE
      *> PAGAMENTO SE CASAR EM TRES VIAS (PEDIDO, RECEBIMENTO E NOTA,
      *> DENTRO DA TOLERANCIA); SEM RECEBIMENTO OU FATURADA ACIMA DO
      *> RECEBIDO ELA NASCE RETIDA ('M'), FORA DO LOTE, DA REMESSA E DA
      *> AGENDA. O RECEBIMENTO QUE FECHA A CONFERENCIA LIBERA AS CONTAS
      *> RETIDAS DO PEDIDO; O SUPERVISOR PODE LIBERAR UMA CONTA
      *> CONFIRMANDO O RECEBIMENTO POR FORA DO REGISTRO
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-RECEBIMENTO UNTIL WS-OPCAO = 'S'.
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

       200-MENU-RECEBIMENTO.
           DISPLAY "--- Recebimento de Mercadorias e Servicos ---".
           DISPLAY "R - Registrar recebimento de pedido".
           DISPLAY "C - Consultar pedido (pedido x recebido x faturado)".
           DISPLAY "L - Liberar conta retida confirmando o recebimento".
           DISPLAY "D - Relatorio de divergencias".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'R'
                   PERFORM 300-REGISTRAR-RECEBIMENTO
               WHEN 'C'
                   PERFORM 400-CONSULTAR-PEDIDO
               WHEN 'L'
                   PERFORM 600-LIBERAR-CONTA
               WHEN 'D'
                   PERFORM 700-RELATORIO-DIVERGENCIAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

       300-REGISTRAR-RECEBIMENTO.
           DISPLAY "--- Registro de Recebimento ---".
           DISPLAY "Digite o Numero do Pedido: " WITH NO ADVANCING.
           ACCEPT WS-NUM-PEDIDO.

           OPEN INPUT PEDIDO-FILE.
           IF NOT STATUS-OK-PO
               DISPLAY "ERRO: cadastro de pedidos indisponivel. Status: "
                       WS-STATUS-PEDIDO
               CLOSE PEDIDO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-PEDIDO TO PO-NUMERO.
           READ PEDIDO-FILE
               INVALID KEY
                   DISPLAY "ERRO: pedido nao cadastrado."
                   CLOSE PEDIDO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PEDIDO-FILE.
           IF PO-SITUACAO NOT = 'A'
               DISPLAY "ERRO: o pedido esta encerrado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornecedor " PO-CNPJ-FORN " valor autorizado "
                   PO-VALOR-AUTORIZADO.

           OPEN I-O RECEBE-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RB
               OPEN OUTPUT RECEBE-FILE
               CLOSE RECEBE-FILE
               OPEN I-O RECEBE-FILE
           END-IF.
           IF NOT STATUS-OK-RB
               DISPLAY "ERRO ao abrir arquivo de recebimentos. Status: "
                       WS-STATUS-RECEBE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 350-OBTER-PROXIMA-SEQ.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 360-DIGITAR-DATA-RECEBIMENTO
               UNTIL WS-DATA-VALIDA = 'S'.
           DISPLAY "Quantidade recebida (0 se servico): "
                   WITH NO ADVANCING.
           MOVE ZERO TO RB-QUANTIDADE.
           ACCEPT RB-QUANTIDADE.
           MOVE ZERO TO RB-VALOR.
           PERFORM 370-DIGITAR-VALOR UNTIL RB-VALOR > ZERO.
           MOVE SPACES TO RB-RECEBEDOR.
           PERFORM 380-DIGITAR-RECEBEDOR UNTIL RB-RECEBEDOR NOT = SPACES.
           DISPLAY "Observacao (ENTER para nenhuma): " WITH NO ADVANCING.
           MOVE SPACES TO RB-OBS.
           ACCEPT RB-OBS.

           MOVE WS-NUM-PEDIDO TO RB-NUM-PEDIDO.
           MOVE WS-PROXIMA-SEQ TO RB-SEQ.
           MOVE WS-USUARIO-SESSAO TO RB-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO RB-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO RB-DATA-HORA(9:6).

           WRITE RECEBE-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o recebimento. Status: "
                           WS-STATUS-RECEBE
                   CLOSE RECEBE-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE RECEBE-FILE.
           DISPLAY "Recebimento " RB-SEQ " do pedido " RB-NUM-PEDIDO
                   " registrado.".

           PERFORM 500-LIBERAR-RETIDAS-PEDIDO.

      *> AS ENTREGAS DO PEDIDO VEM EM SEQUENCIA NA CHAVE; A PROXIMA E
      *> A ULTIMA ENCONTRADA MAIS UM
       350-OBTER-PROXIMA-SEQ.
           MOVE 1 TO WS-PROXIMA-SEQ.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-NUM-PEDIDO TO RB-NUM-PEDIDO.
           MOVE ZERO TO RB-SEQ.
           START RECEBE-FILE KEY IS GREATER THAN OR EQUAL TO RB-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 355-LER-SEQ-PEDIDO UNTIL WS-FIM-LEITURA = 'Y'.

       355-LER-SEQ-PEDIDO.
           READ RECEBE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RB-NUM-PEDIDO NOT = WS-NUM-PEDIDO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       COMPUTE WS-PROXIMA-SEQ = RB-SEQ + 1
                   END-IF
           END-READ.

       360-DIGITAR-DATA-RECEBIMENTO.
           DISPLAY "Data do recebimento (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT RB-DATA.
           MOVE RB-DATA TO WS-DATA-EM-VALIDACAO.
           MOVE 'P' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

       370-DIGITAR-VALOR.
           DISPLAY "Valor recebido (obrigatorio, base da conferencia "
                   "com a nota): " WITH NO ADVANCING.
           ACCEPT RB-VALOR.

       380-DIGITAR-RECEBEDOR.
           DISPLAY "Recebido por (nome de quem conferiu a entrega): "
                   WITH NO ADVANCING.
           ACCEPT RB-RECEBEDOR.

       400-CONSULTAR-PEDIDO.
           DISPLAY "--- Consulta Pedido x Recebido x Faturado ---".
           DISPLAY "Digite o Numero do Pedido: " WITH NO ADVANCING.
           ACCEPT WS-NUM-PEDIDO.
           MOVE WS-NUM-PEDIDO TO WS-CF-NUM-PEDIDO.
           MOVE ZERO TO WS-CF-VALOR-NOTA.
           CALL 'CONFRECB' USING WS-CONFRECB-PARM.
           IF WS-CF-RESULTADO = 'P'
               DISPLAY "ERRO: pedido nao cadastrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 800-DESCREVER-RESULTADO.
           DISPLAY "Recebido : " WS-CF-VALOR-RECEBIDO " em "
                   WS-CF-QTD-RECEB " entrega(s)".
           DISPLAY "Faturado : " WS-CF-VALOR-FATURADO.
           DISPLAY "Limite c/ tolerancia: " WS-CF-VALOR-LIMITE.
           DISPLAY "Situacao : " WS-DESCR-RESULTADO.

           OPEN INPUT RECEBE-FILE.
           IF STATUS-OK-RB
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE WS-NUM-PEDIDO TO RB-NUM-PEDIDO
               MOVE ZERO TO RB-SEQ
               START RECEBE-FILE KEY IS GREATER THAN OR EQUAL TO RB-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 450-LISTAR-ENTREGA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE RECEBE-FILE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       450-LISTAR-ENTREGA.
           READ RECEBE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RB-NUM-PEDIDO NOT = WS-NUM-PEDIDO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       DISPLAY RB-SEQ " " RB-DATA " qtd " RB-QUANTIDADE
                               " valor " RB-VALOR " por " RB-RECEBEDOR
                   END-IF
           END-READ.

      *> DEPOIS DE UM RECEBIMENTO, SE O PEDIDO PASSOU A CASAR, AS
      *> CONTAS DELE RETIDAS EM 'M' VOLTAM PARA 'A'; A CONFERENCIA E
      *> DO PEDIDO INTEIRO, ENTAO TODAS SAEM JUNTAS
       500-LIBERAR-RETIDAS-PEDIDO.
           MOVE WS-NUM-PEDIDO TO WS-CF-NUM-PEDIDO.
           MOVE ZERO TO WS-CF-VALOR-NOTA.
           CALL 'CONFRECB' USING WS-CONFRECB-PARM.
           PERFORM 800-DESCREVER-RESULTADO.
           DISPLAY "Pedido: recebido " WS-CF-VALOR-RECEBIDO
                   " faturado " WS-CF-VALOR-FATURADO " - "
                   WS-DESCR-RESULTADO.
           IF WS-CF-RESULTADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LIBERADAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 550-LIBERAR-PROXIMA-RETIDA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           IF WS-QTD-LIBERADAS > ZERO
               DISPLAY "Contas do pedido liberadas para pagamento: "
                       WS-QTD-LIBERADAS
           END-IF.

       550-LIBERAR-PROXIMA-RETIDA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-SITUACAO = 'M' AND
                           CP-NUM-PEDIDO = WS-NUM-PEDIDO
                       MOVE 'A' TO CP-SITUACAO
                       REWRITE CONTA-REG
                           INVALID KEY
                               DISPLAY "AVISO: falha ao liberar o doc "
                                       CP-NUM-DOC
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-LIBERADAS
                               MOVE 'A' TO WS-JRN-OPERACAO
                               PERFORM 981-JORNALIZAR-CONTA
                               MOVE SPACES TO WS-NP-TEXTO
                               STRING "Recebimento conferido com o "
                                      "pedido " WS-NUM-PEDIDO
                                      "; conta liberada"
                                   DELIMITED BY SIZE INTO WS-NP-TEXTO
                               PERFORM 900-ANOTAR-NO-DOCUMENTO
                       END-REWRITE
                   END-IF
           END-READ.

      *> LIBERACAO MANUAL DE UMA CONTA RETIDA: O SUPERVISOR CONFIRMA O
      *> RECEBIMENTO (SERVICO ATESTADO FORA DO REGISTRO, DIFERENCA
      *> ACEITA COM O FORNECEDOR) E O MOTIVO FICA NA TRILHA DA CONTA
       600-LIBERAR-CONTA.
           DISPLAY "--- Liberacao de Conta Retida ---".
           IF WS-PERFIL-SESSAO NOT = 'S'
               DISPLAY "ACESSO NEGADO: liberar conta sem conferencia "
                       "exige perfil de supervisor."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: nenhuma conta lancada ainda."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "Digite o CNPJ do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: Conta nao encontrada."
                   CLOSE CONTAPAGAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO NOT = 'M'
               DISPLAY "AVISO: esta conta nao esta retida por falta de "
                       "recebimento."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-PEDIDO TO WS-CF-NUM-PEDIDO.
           MOVE ZERO TO WS-CF-VALOR-NOTA.
           CALL 'CONFRECB' USING WS-CONFRECB-PARM.
           PERFORM 800-DESCREVER-RESULTADO.
           DISPLAY "Pedido " CP-NUM-PEDIDO " recebido "
                   WS-CF-VALOR-RECEBIDO " faturado "
                   WS-CF-VALOR-FATURADO " - " WS-DESCR-RESULTADO.

           MOVE SPACES TO WS-MOTIVO.
           PERFORM 650-DIGITAR-MOTIVO UNTIL WS-MOTIVO NOT = SPACES.

           MOVE 'A' TO CP-SITUACAO.
           REWRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao liberar a conta. Status: "
                           WS-STATUS-CONTAPAGAR
               NOT INVALID KEY
                   DISPLAY "Conta liberada para pagamento."
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Receb. confirmado por " WS-USUARIO-SESSAO
                          ": " WS-MOTIVO
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   PERFORM 900-ANOTAR-NO-DOCUMENTO
           END-REWRITE.
           CLOSE CONTAPAGAR-FILE.

       650-DIGITAR-MOTIVO.
           DISPLAY "Como o recebimento foi confirmado (obrigatorio): "
                   WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

      *> DIVERGENCIAS DA CONFERENCIA EM TRES VIAS: RECEBIMENTOS AINDA
      *> SEM NOTA (PEDIDO COM MAIS RECEBIDO DO QUE FATURADO) E NOTAS
      *> SEM RECEBIMENTO (CONTAS RETIDAS EM 'M')
       700-RELATORIO-DIVERGENCIAS.
           DISPLAY "--- Divergencias Pedido x Recebimento x Nota ---".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CADRECEB_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE ZERO TO WS-QTD-RECEB-SEM-NOTA WS-QTD-NOTA-SEM-RECEB.

           MOVE SPACES TO WS-LINHA.
           STRING "DIVERGENCIAS PEDIDO X RECEBIMENTO X NOTA - POSICAO EM "
                  WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "RECEBIMENTOS SEM NOTA" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PEDIDO     CNPJ FORNECEDOR       RECEBIDO        "
                  "FATURADO     A FATURAR"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           OPEN INPUT PEDIDO-FILE.
           IF STATUS-OK-PO
               MOVE 'N' TO WS-FIM-PEDIDOS
               MOVE ZERO TO PO-NUMERO
               START PEDIDO-FILE KEY IS GREATER THAN OR EQUAL TO PO-NUMERO
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-PEDIDOS
               END-START
               PERFORM 710-VERIFICAR-PEDIDO UNTIL WS-FIM-PEDIDOS = 'Y'
           END-IF.
           CLOSE PEDIDO-FILE.

           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "NOTAS RETIDAS SEM RECEBIMENTO CONFERIDO" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  CNPJ FORNECEDOR  VENCIMENTO  VALOR"
                  "         PEDIDO     OCORRENCIA"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO CP-PRIMARY-KEY
               START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 750-VERIFICAR-CONTA UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE CONTAPAGAR-FILE.

           MOVE "========================================================"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Recebimentos sem nota: " WS-QTD-RECEB-SEM-NOTA
                  "  Notas sem recebimento: " WS-QTD-NOTA-SEM-RECEB
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       710-VERIFICAR-PEDIDO.
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-PEDIDOS
               NOT AT END
                   MOVE PO-NUMERO TO WS-CF-NUM-PEDIDO
                   MOVE ZERO TO WS-CF-VALOR-NOTA
                   CALL 'CONFRECB' USING WS-CONFRECB-PARM
                   IF WS-CF-QTD-RECEB > ZERO AND
                           WS-CF-VALOR-RECEBIDO > WS-CF-VALOR-FATURADO
                       ADD 1 TO WS-QTD-RECEB-SEM-NOTA
                       COMPUTE WS-DIFERENCA = WS-CF-VALOR-RECEBIDO
                           - WS-CF-VALOR-FATURADO
                       MOVE SPACES TO WS-LINHA
                       STRING PO-NUMERO " " PO-CNPJ-FORN " "
                              WS-CF-VALOR-RECEBIDO " "
                              WS-CF-VALOR-FATURADO " " WS-DIFERENCA
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 890-EMITIR-LINHA
                   END-IF
           END-READ.

       750-VERIFICAR-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-SITUACAO = 'M'
                       ADD 1 TO WS-QTD-NOTA-SEM-RECEB
                       MOVE CP-NUM-PEDIDO TO WS-CF-NUM-PEDIDO
                       MOVE ZERO TO WS-CF-VALOR-NOTA
                       CALL 'CONFRECB' USING WS-CONFRECB-PARM
                       PERFORM 800-DESCREVER-RESULTADO
                       MOVE SPACES TO WS-LINHA
                       STRING CP-NUM-DOC " " CP-CNPJ-FORN " "
                              CP-DATA-VENC "  " CP-VALOR " "
                              CP-NUM-PEDIDO " " WS-DESCR-RESULTADO
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 890-EMITIR-LINHA
                   END-IF
           END-READ.

       800-DESCREVER-RESULTADO.
           EVALUATE WS-CF-RESULTADO
               WHEN 'S'
                   MOVE "CASADO" TO WS-DESCR-RESULTADO
               WHEN 'R'
                   MOVE "SEM RECEBIMENTO" TO WS-DESCR-RESULTADO
               WHEN 'F'
                   MOVE "FATURADO ACIMA DO RECEBIDO" TO WS-DESCR-RESULTADO
               WHEN OTHER
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-DESCR-RESULTADO
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
