               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT ESCALA-FILE *> Prazo (SLA) e escalonamento das filas de aprovacao
               ASSIGN TO 'ESCALA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-STATUS-ESCALA.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT LIMRET-FILE *> Pagamentos retidos por limite diario
               ASSIGN TO 'LIMRET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-CHAVE
               FILE STATUS IS WS-STATUS-LIMRET.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBPEND-FILE.
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       FD  FORNECEDORES-FILE.
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 LG-OPCAO          PIC 9(02).
           05 LG-RESULTADO      PIC X(01).

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

      *> LIBERACAO QUE PASSOU DO PRAZO SOBE PARA O DONO DO CENTRO PAI
      *> DO CENTRO DA CONTA (SLAAPROV), QUE PODE DECIDI-LA AQUI
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

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       FD  LIMRET-FILE.
       01  LIMRET-REG.
           05 LR-CHAVE.
              10 LR-NUM-DOC       PIC 9(10).
              10 LR-CNPJ-FORN     PIC 9(14).
           05 LR-DATA             PIC 9(08).
           05 LR-PROGRAMA         PIC X(08).
           05 LR-CONTA            PIC X(04).
           05 LR-USUARIO          PIC X(10).
           05 LR-TIPO-LIMITE      PIC X(01).
           05 LR-LIMITE           PIC 9(12)V99.
           05 LR-USADO            PIC 9(12)V99.
           05 LR-VALOR            PIC 9(12)V99.
           05 LR-SITUACAO         PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIMRET         PIC X(2).
          88 STATUS-OK-LR           VALUE '00'.
       01 WS-STATUS-LIBPEND        PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LP VALUE '35'.
          88 ARQUIVO-NAO-ENCONTRADO-LG VALUE '35'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-ESCALA         PIC X(2).
          88 STATUS-OK-ES           VALUE '00'.

       01 WS-OPCAO                 PIC X(01).
       01 WS-PAUSA                 PIC X(01).
       01 WS-APROVADOR-COD         PIC X(06).
       01 WS-APROVADOR-SENHA       PIC X(10).

      *> A SENHA DO APROVADOR E CONFERIDA PELO SENHACRP CONTRA O SAL +
      *> RESUMO GRAVADO NO CADASTRO
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).
       01 WS-APROVADOR-OK          PIC X(01) VALUE 'N'.
       01 WS-DECISAO               PIC X(01).
       01 WS-MOTIVO                PIC X(60).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-MODO-ESCALADO         PIC X(01) VALUE 'N'.
       01 WS-ES-ABERTO             PIC X(01) VALUE 'N'.
       01 WS-ITEM-ESCALADO         PIC X(01).
       01 WS-ITEM-VISIVEL          PIC X(01).

      *> CREDITO SUJEITO A RECUPERACAO JUDICIAL NAO PODE SER LIBERADO
       01 WS-RJ-PARM.
           05 WS-RJ-CNPJ           PIC 9(14).
           05 WS-RJ-DATA-EMISSAO   PIC 9(08).
           05 WS-RJ-BLOQUEADO      PIC X(01).
           05 WS-RJ-DATA-PEDIDO    PIC 9(08).
      *> BLOQUEIO DE EMPRESA SANCIONADA NO CEIS/CNEP (VERIFSAN)
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Codigo do Aprovador (ENTER = liberacoes "
                   "escalonadas a voce): " WITH NO ADVANCING.
           MOVE SPACES TO WS-APROVADOR-COD.
           ACCEPT WS-APROVADOR-COD.
           IF WS-APROVADOR-COD = SPACES
               CLOSE APROVADOR-FILE
               PERFORM 160-IDENTIFICAR-ESCALADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APROVADOR-COD TO AP-CODIGO.
           READ APROVADOR-FILE
               INVALID KEY
           END-IF.
           DISPLAY "Senha do aprovador: " WITH NO ADVANCING.
           ACCEPT WS-APROVADOR-SENHA.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA.
           MOVE AP-SENHA TO WS-SH-GRAVADA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
               DISPLAY "Bem-vindo, " AP-NOME
               MOVE 'S' TO WS-APROVADOR-OK
           ELSE
               DISPLAY "Senha do aprovador nao confere."
           END-IF.

      *> SEM CODIGO DE APROVADOR, QUEM ENTRA E O USUARIO DA SESSAO E
      *> SO VE AS LIBERACOES ESCALONADAS PARA ELE POR PRAZO VENCIDO;
      *> O CAMPO DO APROVADOR NA LIBERACAO RECEBE O USUARIO DA SESSAO
       160-IDENTIFICAR-ESCALADO.
           OPEN INPUT SESSAO-FILE.
           MOVE SPACES TO WS-USUARIO-SESSAO.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.
           IF WS-USUARIO-SESSAO = SPACES
               DISPLAY "Sessao sem usuario identificado."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-MODO-ESCALADO.
           MOVE WS-USUARIO-SESSAO TO WS-APROVADOR-COD.
           MOVE 'S' TO WS-APROVADOR-OK.
           DISPLAY "Liberacoes escalonadas para " WS-USUARIO-SESSAO.

       200-MENU-LIBERACAO.
           DISPLAY "--- Fila de Liberacao ---".
           DISPLAY "L - Listar e decidir pagamentos pendentes".
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           MOVE 'N' TO WS-ES-ABERTO.
           OPEN I-O ESCALA-FILE.
           IF STATUS-OK-ES
               MOVE 'S' TO WS-ES-ABERTO
           END-IF.

           MOVE ZERO TO WS-PEND-QTD.
           MOVE 'N' TO WS-FIM-LEITURA.

           IF WS-PEND-QTD = ZERO
               DISPLAY "Nenhum pagamento aguardando liberacao."
               PERFORM 390-FECHAR-ESCALA
               CLOSE FORNECEDORES-FILE
               CLOSE LIBPEND-FILE
               EXIT PARAGRAPH
           ACCEPT WS-PEND-OPCAO.
           PERFORM 400-DECIDIR-ITEM UNTIL WS-PEND-OPCAO = ZERO.

           PERFORM 390-FECHAR-ESCALA.
           CLOSE FORNECEDORES-FILE.
           CLOSE LIBPEND-FILE.

      *> CARREGA E LISTA OS PENDENTES ('P') COM A RAZAO SOCIAL DO
      *> FORNECEDOR RESOLVIDA NO CADASTRO; NA ENTRADA SEM CODIGO DE
      *> APROVADOR, SO OS ESCALONADOS PARA O USUARIO DA SESSAO
       350-LER-PROXIMO-PENDENTE.
           READ LIBPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 370-CONFERIR-ESCALONAMENTO
                   MOVE 'S' TO WS-ITEM-VISIVEL
                   IF WS-MODO-ESCALADO = 'S'
                       IF WS-ITEM-ESCALADO NOT = 'S' OR
                               ES-RESPONSAVEL NOT = WS-USUARIO-SESSAO
                           MOVE 'N' TO WS-ITEM-VISIVEL
                       END-IF
                   END-IF
                   IF LP-SITUACAO = 'P' AND WS-ITEM-VISIVEL = 'S'
                           AND WS-PEND-QTD < 500
                       ADD 1 TO WS-PEND-QTD
                       MOVE LP-NUM-DOC TO WS-PEND-NUM-DOC(WS-PEND-QTD)
                       MOVE LP-CNPJ-FORN TO WS-PEND-CNPJ(WS-PEND-QTD)
                               " " F-RAZAO-SOCIAL(1:25)
                               " Valor " LP-VALOR
                               " solicitado por " LP-USUARIO-SOLIC
                       IF WS-ITEM-ESCALADO = 'S'
                           DISPLAY "       ESCALONADO por prazo a "
                                   ES-RESPONSAVEL " (CC " ES-CENTRO
                                   ", nivel " ES-NIVEL ")"
                       END-IF
                   END-IF
           END-READ.

       370-CONFERIR-ESCALONAMENTO.
           MOVE 'N' TO WS-ITEM-ESCALADO.
           IF WS-ES-ABERTO NOT = 'S' OR LP-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO ES-FILA.
           MOVE LP-NUM-DOC TO ES-NUM-DOC.
           MOVE LP-CNPJ-FORN TO ES-CNPJ-FORN.
           READ ESCALA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ES-SITUACAO = 'P' AND ES-NIVEL > ZERO
               MOVE 'S' TO WS-ITEM-ESCALADO
           END-IF.

       390-FECHAR-ESCALA.
           IF WS-ES-ABERTO = 'S'
               CLOSE ESCALA-FILE
               MOVE 'N' TO WS-ES-ABERTO
           END-IF.

       400-DECIDIR-ITEM.
           IF WS-PEND-OPCAO > ZERO AND WS-PEND-OPCAO <= WS-PEND-QTD
               MOVE WS-PEND-NUM-DOC(WS-PEND-OPCAO) TO LP-NUM-DOC
           END-IF.
           DISPLAY "Doc " LP-NUM-DOC " CNPJ " LP-CNPJ-FORN
                   " valor " LP-VALOR.
           PERFORM 455-MOSTRAR-LIMITE-DIARIO.
           DISPLAY "A = Aprovar, R = Rejeitar, outra tecla pula: "
                   WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
               EXIT PARAGRAPH
           END-IF.

           IF WS-DECISAO = 'A'
               PERFORM 460-VERIFICAR-RECUPERACAO
               IF WS-RJ-BLOQUEADO = 'S'
                   DISPLAY "RECUSADO: titulo emitido antes do pedido de "
                           "recuperacao judicial do fornecedor ("
                           WS-RJ-DATA-PEDIDO "); credito sujeito ao "
                           "plano, so pode ser rejeitado."
                   EXIT PARAGRAPH
               END-IF
               MOVE LP-CNPJ-FORN TO WS-SAN-CNPJ
               CALL 'VERIFSAN' USING WS-SAN-PARM
               IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
                   DISPLAY "RECUSADO: fornecedor sancionado no "
                           WS-SAN-CADASTRO " (" WS-SAN-TIPO "); sem "
                           "liberacao de compliance, so pode ser "
                           "rejeitado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-APROVADOR-COD TO LP-APROVADOR.
           MOVE WS-DH-DATA TO LP-DATA-HORA-DECISAO(1:8).
                               "em aberto."
                   END-IF
                   PERFORM 500-GRAVAR-AUDITORIA-DECISAO
                   PERFORM 510-ENCERRAR-ESCALONAMENTO
           END-REWRITE.

      *> ITEM QUE CAIU NA FILA POR ESTOURO DO LIMITE DIARIO (VERIFLIM):
      *> O APROVADOR VE QUAL LIMITE, QUANTO JA TINHA SAIDO NO DIA E POR
      *> ONDE O PAGAMENTO IA SAIR
       455-MOSTRAR-LIMITE-DIARIO.
           OPEN INPUT LIMRET-FILE.
           IF NOT STATUS-OK-LR
               CLOSE LIMRET-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-NUM-DOC TO LR-NUM-DOC.
           MOVE LP-CNPJ-FORN TO LR-CNPJ-FORN.
           READ LIMRET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LR-SITUACAO = 'P'
                       IF LR-TIPO-LIMITE = 'C'
                           DISPLAY "ACIMA DO LIMITE DIARIO da conta "
                                   LR-CONTA " em " LR-DATA
                       ELSE
                           DISPLAY "ACIMA DO LIMITE DIARIO do operador "
                                   LR-USUARIO " em " LR-DATA
                       END-IF
                       DISPLAY "       limite " LR-LIMITE " ja pago "
                               LR-USADO " este " LR-VALOR
                               " (" LR-PROGRAMA ")"
                   END-IF
           END-READ.
           CLOSE LIMRET-FILE.

      *> A APROVACAO PASSA PELA MESMA REGRA DE RECUPERACAO JUDICIAL DOS
      *> DEMAIS CAMINHOS DE PAGAMENTO (VERIFRJ)
       460-VERIFICAR-RECUPERACAO.
           MOVE 'N' TO WS-RJ-BLOQUEADO.
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-NUM-DOC TO CP-NUM-DOC.
           MOVE LP-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-CNPJ-FORN TO WS-RJ-CNPJ
                   MOVE CP-DATA-EMISSAO TO WS-RJ-DATA-EMISSAO
                   CALL 'VERIFRJ' USING WS-RJ-PARM
           END-READ.
           CLOSE CONTAPAGAR-FILE.

       470-DIGITAR-MOTIVO.
           DISPLAY "Motivo da rejeicao (obrigatorio): " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

      *> A DECISAO FECHA O CONTROLE DE PRAZO DA LIBERACAO: NA ENTRADA
      *> NORMAL FICA O CODIGO DO APROVADOR, NA ESCALONADA O USUARIO
       510-ENCERRAR-ESCALONAMENTO.
           IF WS-ES-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO ES-FILA.
           MOVE LP-NUM-DOC TO ES-NUM-DOC.
           MOVE LP-CNPJ-FORN TO ES-CNPJ-FORN.
           READ ESCALA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ES-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO ES-SITUACAO.
           IF WS-MODO-ESCALADO = 'S'
               MOVE WS-USUARIO-SESSAO TO ES-USUARIO-DECISAO
           ELSE
               MOVE WS-APROVADOR-COD TO ES-USUARIO-DECISAO
           END-IF.
           MOVE LP-DATA-HORA-DECISAO TO ES-DATA-HORA-DECISAO.
           REWRITE ESCALA-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
