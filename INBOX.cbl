               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DDA.

           SELECT PROTESTO-FILE *> Protestos em cartorio e cartas de anuencia
               ASSIGN TO 'PROTESTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-STATUS-PROTESTO.

           SELECT ESCALA-FILE *> Prazo (SLA) e escalonamento das filas de aprovacao
               ASSIGN TO 'ESCALA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-STATUS-ESCALA.

           SELECT AVISOUSU-FILE *> Avisos internos aos usuarios (caixa do INBOX)
               ASSIGN TO 'AVISOUSU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS WS-STATUS-AVISOUSU.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 DD-VALOR         PIC 9(10)V99.
           05 DD-LINHA-DIG     PIC X(47).

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

       FD  ESCALA-FILE.
       01  ESCALA-REG.
           05 ES-CHAVE.
              10 ES-FILA            PIC X(01).
              10 ES-NUM-DOC         PIC 9(10).
              10 ES-CNPJ-FORN       PIC 9(14).
           05 ES-DATA-HORA-ENTRADA  PIC 9(14).
           05 ES-DATA-HORA-ESCALA   PIC 9(14).
           05 ES-NIVEL              PIC 9(02).
           05 ES-CENTRO             PIC X(06).
           05 ES-RESPONSAVEL        PIC X(10).
           05 ES-RESP-ORIGINAL      PIC X(10).
           05 ES-SITUACAO           PIC X(01).
           05 ES-USUARIO-DECISAO    PIC X(10).
           05 ES-DATA-HORA-DECISAO  PIC 9(14).

      *> AVISOS DIRIGIDOS A UM USUARIO (POR EXEMPLO, ESCALONAMENTO DE
      *> APROVACAO POR PRAZO VENCIDO); SAEM AQUI UMA VEZ E FICAM LIDOS
       FD  AVISOUSU-FILE.
       01  AVISOUSU-REG.
           05 AU-CHAVE.
              10 AU-USUARIO         PIC X(10).
              10 AU-DATA-HORA       PIC 9(14).
              10 AU-SEQ             PIC 9(04).
           05 AU-ORIGEM             PIC X(08).
           05 AU-NUM-DOC            PIC 9(10).
           05 AU-CNPJ-FORN          PIC 9(14).
           05 AU-TEXTO              PIC X(80).
           05 AU-LIDO               PIC X(01).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
          88 STATUS-OK-CK           VALUE '00'.
       01 WS-STATUS-DDA            PIC X(2).
          88 STATUS-OK-DD           VALUE '00'.
       01 WS-STATUS-PROTESTO       PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
       01 WS-STATUS-ESCALA         PIC X(2).
          88 STATUS-OK-ES           VALUE '00'.
       01 WS-STATUS-AVISOUSU       PIC X(2).
          88 STATUS-OK-AU           VALUE '00'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-CENTROC-ABERTO        PIC X(01).
       01 WS-ESCALA-ABERTO         PIC X(01).
       01 WS-CONTA-APROVACAO       PIC X(01).
       01 WS-FIM-AVISOS            PIC X(01).

      *> CONTADORES DE CADA FILA DE TRABALHO; O TOTAL E O QUE O MENU
      *> MOSTRA NO PAINEL DE ENTRADA
       01 WS-QTD-LIBERACAO         PIC 9(04).
       01 WS-QTD-APROVACAO         PIC 9(04).
       01 WS-QTD-BANCARIA          PIC 9(04).
       01 WS-QTD-ANUENCIA          PIC 9(04).
       01 WS-QTD-AVISOS            PIC 9(04).
       01 WS-TOTAL-PENDENTES       PIC 9(05).

      *> AREA COMPARTILHADA COM O MENU E O ORQUESTRADOR NOTURNO: EM
       01 WS-MODO-BATCH            PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH        PIC 9(06) EXTERNAL.

      *> VISAO GERAL PEDIDA PELO ARQUIVO DE SAUDE (SAUDE): CONTA COMO
      *> SUPERVISOR, SEM OS AVISOS PESSOAIS DE QUEM ESTA NA SESSAO, E
      *> DEVOLVE AS FILAS DE LIBERACAO, APROVACAO E DADOS BANCARIOS
      *> SEPARADAS, COM A IDADE DA MAIS ANTIGA
       01 WS-INBOX-GERAL           PIC X(01) EXTERNAL.
       01 WS-INBOX-FILAS EXTERNAL.
           05 WS-IF-LIBERACAO      PIC 9(04).
           05 WS-IF-IDADE-LIB      PIC 9(04).
           05 WS-IF-APROVACAO      PIC 9(04).
           05 WS-IF-BANCARIA       PIC 9(04).
           05 WS-IF-IDADE-FBP      PIC 9(04).

      *> IDADE DA PENDENCIA MAIS ANTIGA DE CADA FILA DATADA
       01 WS-HOJE-INT              PIC S9(09) COMP.
       01 WS-DATA-AUX              PIC 9(08).
       01 WS-IDADE                 PIC S9(05) COMP.
       01 WS-IDADE-LIB             PIC 9(04).
       01 WS-IDADE-FBP             PIC 9(04).
       01 WS-IDADE-ANU             PIC 9(04).

       PROCEDURE DIVISION.
      *> CAIXA UNICA DE PENDENCIAS: TUDO QUE ESTA ESPERANDO ALGUEM --
      *> FORNECEDOR SEM SEGUNDA APROVACAO, BOLETO DDA SEM CONCILIAR,
      *> LINHA DE IMPORTACAO REJEITADA, LOTE DE PAGAMENTO INTERROMPIDO,
      *> LIBERACAO DE ALCADA, LANCAMENTO AGUARDANDO O DONO DO CENTRO E
      *> ALTERACAO BANCARIA POR CONFIRMAR, CARTA DE ANUENCIA DE
      *> PROTESTO QUITADO AINDA NAO CANCELADO -- NUMA TELA SO, COM SALTO
      *> DIRETO PARA O PROGRAMA QUE RESOLVE CADA FILA
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-AUX.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX).
           IF WS-MODO-BATCH = 'S'
               IF WS-INBOX-GERAL = 'S'
                   MOVE 'S' TO WS-PERFIL-SESSAO
                   MOVE SPACES TO WS-USUARIO-SESSAO
               END-IF
               PERFORM 300-CONTAR-PENDENCIAS
               MOVE WS-TOTAL-PENDENTES TO WS-CONTADOR-BATCH
               MOVE WS-QTD-LIBERACAO TO WS-IF-LIBERACAO
               MOVE WS-IDADE-LIB TO WS-IF-IDADE-LIB
               MOVE WS-QTD-APROVACAO TO WS-IF-APROVACAO
               MOVE WS-QTD-BANCARIA TO WS-IF-BANCARIA
               MOVE WS-IDADE-FBP TO WS-IF-IDADE-FBP
               GOBACK
           END-IF.
           PERFORM 200-MOSTRAR-E-DESPACHAR UNTIL WS-OPCAO = 9.

           DISPLAY "--- Caixa de Pendencias de " WS-USUARIO-SESSAO
                   " ---".
           IF WS-QTD-AVISOS > ZERO
               PERFORM 395-MOSTRAR-AVISOS
               SUBTRACT WS-QTD-AVISOS FROM WS-TOTAL-PENDENTES
           END-IF.
           IF WS-TOTAL-PENDENTES = ZERO
               DISPLAY "Nenhuma pendencia aguardando voce."
               MOVE 9 TO WS-OPCAO
                       WS-QTD-BANCARIA
                       " (mais antiga ha " WS-IDADE-FBP " dias)"
           END-IF.
           DISPLAY "8 - Cartas de anuencia de protestos   : "
                   WS-QTD-ANUENCIA
                   " (mais antiga ha " WS-IDADE-ANU " dias)".
           DISPLAY "9 - Sair".
           DISPLAY "Abrir qual fila? " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
                   ELSE
                       DISPLAY "Fila restrita a supervisor."
                   END-IF
               WHEN 8
                   CALL 'CADPROT'
               WHEN 9
                   CONTINUE
               WHEN OTHER
           MOVE ZERO TO WS-QTD-FORN-PEND WS-QTD-DDA WS-QTD-LANCREJ
                        WS-QTD-CHECKPOINT WS-QTD-LIBERACAO
                        WS-QTD-APROVACAO WS-QTD-BANCARIA
                        WS-QTD-ANUENCIA WS-QTD-AVISOS
                        WS-IDADE-LIB WS-IDADE-FBP WS-IDADE-ANU.

           PERFORM 310-CONTAR-FORNECEDORES.
           PERFORM 320-CONTAR-DDA.
           IF WS-PERFIL-SESSAO = 'S'
               PERFORM 370-CONTAR-BANCARIAS
           END-IF.
           PERFORM 380-CONTAR-ANUENCIAS.
           PERFORM 390-CONTAR-AVISOS.

           COMPUTE WS-TOTAL-PENDENTES = WS-QTD-FORN-PEND + WS-QTD-DDA
               + WS-QTD-LANCREJ + WS-QTD-CHECKPOINT
               + WS-QTD-LIBERACAO + WS-QTD-APROVACAO
               + WS-QTD-BANCARIA + WS-QTD-ANUENCIA + WS-QTD-AVISOS.

       310-CONTAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES-FILE.
           END-READ.

      *> LANCAMENTOS 'G': O OPERADOR VE OS DOS CENTROS SOB SUA
      *> RESPONSABILIDADE E OS ESCALONADOS PARA ELE POR PRAZO VENCIDO;
      *> SUPERVISOR VE TODOS
       360-CONTAR-APROVACOES.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
           IF STATUS-OK-CC
               MOVE 'S' TO WS-CENTROC-ABERTO
           END-IF.
           MOVE 'N' TO WS-ESCALA-ABERTO.
           OPEN INPUT ESCALA-FILE.
           IF STATUS-OK-ES
               MOVE 'S' TO WS-ESCALA-ABERTO
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 365-LER-APROVACAO UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-ESCALA-ABERTO = 'S'
               CLOSE ESCALA-FILE
           END-IF.
           IF WS-CENTROC-ABERTO = 'S'
               CLOSE CENTROC-FILE
           END-IF.
                       IF WS-PERFIL-SESSAO = 'S'
                           ADD 1 TO WS-QTD-APROVACAO
                       ELSE
                           MOVE 'N' TO WS-CONTA-APROVACAO
                           IF WS-CENTROC-ABERTO = 'S'
                               MOVE CP-CENTRO-CUSTO TO CC-CODIGO
                               READ CENTROC-FILE
                                   NOT INVALID KEY
                                       IF CC-RESPONSAVEL =
                                               WS-USUARIO-SESSAO
                                           MOVE 'S' TO WS-CONTA-APROVACAO
                                       END-IF
                               END-READ
                           END-IF
                           IF WS-CONTA-APROVACAO = 'N'
                               PERFORM 367-CONFERIR-ESCALONADA
                           END-IF
                           IF WS-CONTA-APROVACAO = 'S'
                               ADD 1 TO WS-QTD-APROVACAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       367-CONFERIR-ESCALONADA.
           IF WS-ESCALA-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO ES-FILA.
           MOVE CP-NUM-DOC TO ES-NUM-DOC.
           MOVE CP-CNPJ-FORN TO ES-CNPJ-FORN.
           READ ESCALA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ES-SITUACAO = 'P' AND ES-NIVEL > ZERO AND
                   ES-RESPONSAVEL = WS-USUARIO-SESSAO
               MOVE 'S' TO WS-CONTA-APROVACAO
           END-IF.

       370-CONTAR-BANCARIAS.
           OPEN INPUT FBPEND-FILE.
           IF NOT STATUS-OK-FP
                       MOVE WS-IDADE TO WS-IDADE-FBP
                   END-IF
           END-READ.

      *> PROTESTO COM A CONTA JA PAGA E SEM CANCELAMENTO NO CARTORIO:
      *> FALTA PEDIR, RECEBER OU LEVAR A CARTA DE ANUENCIA. O 'A' CUJA
      *> CONTA FOI PAGA DEPOIS DA ULTIMA PASSADA DO CADPROT TAMBEM
      *> CONTA, PELA SITUACAO DA PROPRIA CONTA; A IDADE CORRE DA
      *> QUITACAO
       380-CONTAR-ANUENCIAS.
           OPEN INPUT PROTESTO-FILE.
           IF NOT STATUS-OK-PT
               CLOSE PROTESTO-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PT-CHAVE.
           START PROTESTO-FILE KEY IS GREATER THAN PT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 385-LER-PROTESTO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-FILE.
           CLOSE PROTESTO-FILE.

       385-LER-PROTESTO.
           READ PROTESTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ZEROS TO WS-DATA-AUX
                   EVALUATE PT-SITUACAO
                       WHEN 'Q'
                       WHEN 'S'
                       WHEN 'R'
                           MOVE PT-DATA-QUITACAO TO WS-DATA-AUX
                       WHEN 'A'
                           MOVE PT-NUM-DOC TO CP-NUM-DOC
                           MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN
                           READ CONTAPAGAR-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CP-SITUACAO = 'P'
                                       MOVE CP-DATA-PGTO TO WS-DATA-AUX
                                   END-IF
                           END-READ
                   END-EVALUATE
                   IF WS-DATA-AUX > ZERO
                       ADD 1 TO WS-QTD-ANUENCIA
                       COMPUTE WS-IDADE = WS-HOJE-INT -
                           FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                       IF WS-IDADE > WS-IDADE-ANU
                           MOVE WS-IDADE TO WS-IDADE-ANU
                       END-IF
                   END-IF
           END-READ.

      *> AVISOS AINDA NAO LIDOS DO USUARIO DA SESSAO
       390-CONTAR-AVISOS.
           IF WS-USUARIO-SESSAO = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AVISOUSU-FILE.
           IF NOT STATUS-OK-AU
               CLOSE AVISOUSU-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-AVISOS.
           MOVE WS-USUARIO-SESSAO TO AU-USUARIO.
           MOVE ZERO TO AU-DATA-HORA AU-SEQ.
           START AVISOUSU-FILE KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-AVISOS
           END-START.
           PERFORM 392-LER-AVISO UNTIL WS-FIM-AVISOS = 'Y'.
           CLOSE AVISOUSU-FILE.

       392-LER-AVISO.
           READ AVISOUSU-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-AVISOS
               NOT AT END
                   IF AU-USUARIO NOT = WS-USUARIO-SESSAO
                       MOVE 'Y' TO WS-FIM-AVISOS
                   ELSE
                       IF AU-LIDO NOT = 'S'
                           ADD 1 TO WS-QTD-AVISOS
                       END-IF
                   END-IF
           END-READ.

      *> MOSTRA OS AVISOS NOVOS UMA VEZ E OS MARCA COMO LIDOS
       395-MOSTRAR-AVISOS.
           OPEN I-O AVISOUSU-FILE.
           IF NOT STATUS-OK-AU
               CLOSE AVISOUSU-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Avisos novos: " WS-QTD-AVISOS.
           MOVE 'N' TO WS-FIM-AVISOS.
           MOVE WS-USUARIO-SESSAO TO AU-USUARIO.
           MOVE ZERO TO AU-DATA-HORA AU-SEQ.
           START AVISOUSU-FILE KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-AVISOS
           END-START.
           PERFORM 397-MOSTRAR-AVISO UNTIL WS-FIM-AVISOS = 'Y'.
           CLOSE AVISOUSU-FILE.

       397-MOSTRAR-AVISO.
           READ AVISOUSU-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-AVISOS
               NOT AT END
                   IF AU-USUARIO NOT = WS-USUARIO-SESSAO
                       MOVE 'Y' TO WS-FIM-AVISOS
                   ELSE
                       IF AU-LIDO NOT = 'S'
                           DISPLAY "  " AU-DATA-HORA(1:8) " "
                                   AU-DATA-HORA(9:4) " " AU-TEXTO
                           MOVE 'S' TO AU-LIDO
                           REWRITE AVISOUSU-REG
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
