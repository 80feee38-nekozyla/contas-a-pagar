               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-APRVLOG.

           SELECT ESCALA-FILE *> Prazo (SLA) e escalonamento das filas de aprovacao
               ASSIGN TO 'ESCALA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-STATUS-ESCALA.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

      *> CADA DECISAO SOBRE UM LANCAMENTO FICA LOGADA COM QUEM DECIDIU
      *> E, NO CASO DA REJEICAO, O MOTIVO QUE VOLTA PARA O SOLICITANTE
           05 AL-ACAO          PIC X(01).
           05 AL-MOTIVO        PIC X(60).

      *> LANCAMENTO QUE PASSOU DO PRAZO COM O DONO DO CENTRO SOBE PARA
      *> O DONO DO CENTRO PAI (SLAAPROV), QUE TAMBEM PODE DECIDI-LO
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
       01 WS-STATUS-APRVLOG        PIC X(2).
          88 STATUS-OK-AL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AL VALUE '35'.
       01 WS-STATUS-ESCALA         PIC X(2).
          88 STATUS-OK-ES           VALUE '00'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-DECISAO               PIC X(01).
       01 WS-MOTIVO                PIC X(60).
       01 WS-VALOR-ITEM            PIC 9(10)V99.
       01 WS-ES-ABERTO             PIC X(01) VALUE 'N'.
       01 WS-CABE-AO-USUARIO       PIC X(01).
       01 WS-ITEM-ESCALADO         PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
              10 WS-PEND-NUM-DOC   PIC 9(10).
              10 WS-PEND-CNPJ      PIC 9(14).

      *> CONFERENCIA EM TRES VIAS PEDIDO X RECEBIMENTO X NOTA (ROTINA
      *> CONFRECB): CONTA COM PEDIDO APROVADA SEM RECEBIMENTO QUE CASE
      *> SAI DAQUI RETIDA EM 'M' EM VEZ DE 'A'
       01 WS-CONFRECB-PARM.
           05 WS-CF-NUM-PEDIDO     PIC 9(10).
           05 WS-CF-VALOR-NOTA     PIC 9(12)V99.
           05 WS-CF-VALOR-RECEBIDO PIC 9(12)V99.
           05 WS-CF-VALOR-FATURADO PIC 9(12)V99.
           05 WS-CF-VALOR-LIMITE   PIC 9(12)V99.
           05 WS-CF-QTD-RECEB      PIC 9(04).
           05 WS-CF-RESULTADO      PIC X(01).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
           END-IF.
           OPEN INPUT CENTROC-FILE.
           OPEN INPUT FORNECEDORES-FILE.
           MOVE 'N' TO WS-ES-ABERTO.
           OPEN I-O ESCALA-FILE.
           IF STATUS-OK-ES
               MOVE 'S' TO WS-ES-ABERTO
           END-IF.

           MOVE ZERO TO WS-PEND-QTD.
           MOVE 'N' TO WS-FIM-LEITURA.

           IF WS-PEND-QTD = ZERO
               DISPLAY "Nenhum lancamento aguardando a sua aprovacao."
               PERFORM 390-FECHAR-ESCALA
               CLOSE FORNECEDORES-FILE
               CLOSE CENTROC-FILE
               CLOSE CONTAPAGAR-FILE
           ACCEPT WS-PEND-OPCAO.
           PERFORM 400-DECIDIR-ITEM UNTIL WS-PEND-OPCAO = ZERO.

           PERFORM 390-FECHAR-ESCALA.
           CLOSE FORNECEDORES-FILE.
           CLOSE CENTROC-FILE.
           CLOSE CONTAPAGAR-FILE.
           END-READ.

      *> O LANCAMENTO ENTRA NA LISTA SE O USUARIO DA SESSAO E O
      *> RESPONSAVEL PELO CENTRO DA CONTA OU AQUELE PARA QUEM O
      *> LANCAMENTO FOI ESCALONADO POR PRAZO VENCIDO; SUPERVISOR VE
      *> TUDO, PARA DESTRAVAR CENTRO DE RESPONSAVEL AUSENTE
       360-CONFERIR-RESPONSAVEL.
           PERFORM 370-CONFERIR-ESCALONAMENTO.
           IF WS-PERFIL-SESSAO NOT = 'S'
               MOVE 'N' TO WS-CABE-AO-USUARIO
               MOVE CP-CENTRO-CUSTO TO CC-CODIGO
               READ CENTROC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-RESPONSAVEL = WS-USUARIO-SESSAO
                           MOVE 'S' TO WS-CABE-AO-USUARIO
                       END-IF
               END-READ
               IF WS-ITEM-ESCALADO = 'S' AND
                       ES-RESPONSAVEL = WS-USUARIO-SESSAO
                   MOVE 'S' TO WS-CABE-AO-USUARIO
               END-IF
               IF WS-CABE-AO-USUARIO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
               DISPLAY WS-PEND-QTD " - Doc " CP-NUM-DOC " "
                       F-RAZAO-SOCIAL(1:25) " CC " CP-CENTRO-CUSTO
                       " Venc " CP-DATA-VENC " Valor " CP-VALOR
               IF WS-ITEM-ESCALADO = 'S'
                   DISPLAY "       ESCALONADO por prazo a "
                           ES-RESPONSAVEL " (CC " ES-CENTRO
                           ", nivel " ES-NIVEL ")"
               END-IF
           END-IF.

       370-CONFERIR-ESCALONAMENTO.
           MOVE 'N' TO WS-ITEM-ESCALADO.
           IF WS-ES-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO ES-FILA.
           MOVE CP-NUM-DOC TO ES-NUM-DOC.
           MOVE CP-CNPJ-FORN TO ES-CNPJ-FORN.
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
           MOVE SPACES TO WS-MOTIVO.
           IF WS-DECISAO = 'A'
               MOVE 'A' TO CP-SITUACAO
               IF CP-NUM-PEDIDO > ZERO
                   MOVE CP-NUM-PEDIDO TO WS-CF-NUM-PEDIDO
                   MOVE ZERO TO WS-CF-VALOR-NOTA
                   CALL 'CONFRECB' USING WS-CONFRECB-PARM
                   IF WS-CF-RESULTADO NOT = 'S'
                       MOVE 'M' TO CP-SITUACAO
                   END-IF
               END-IF
           ELSE
               PERFORM 470-DIGITAR-MOTIVO
                   UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY "ERRO ao gravar a decisao. Status: "
                           WS-STATUS-CONTAPAGAR
               NOT INVALID KEY
                   IF WS-DECISAO = 'A' AND CP-SITUACAO = 'M'
                       DISPLAY "Lancamento aprovado; a conta fica "
                               "retida ate a confirmacao do "
                               "recebimento do pedido (CADRECEB)."
                   END-IF
                   IF WS-DECISAO = 'A' AND CP-SITUACAO = 'A'
                       DISPLAY "Lancamento aprovado; a conta entrou no "
                               "pool de pagamento."
                   END-IF
                   IF WS-DECISAO = 'R'
                       DISPLAY "Lancamento rejeitado; volta para o "
                               "solicitante reapresentar."
                   END-IF
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   PERFORM 500-GRAVAR-LOG-DECISAO
                   PERFORM 510-ENCERRAR-ESCALONAMENTO
           END-REWRITE.

       470-DIGITAR-MOTIVO.
           WRITE APRVLOG-REG.
           CLOSE APRVLOG-FILE.

      *> A DECISAO FECHA O CONTROLE DE PRAZO DO LANCAMENTO, COM QUEM
      *> DECIDIU E QUANDO (BASE DO RELATORIO DE CUMPRIMENTO DO SLA)
       510-ENCERRAR-ESCALONAMENTO.
           IF WS-ES-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO ES-FILA.
           MOVE CP-NUM-DOC TO ES-NUM-DOC.
           MOVE CP-CNPJ-FORN TO ES-CNPJ-FORN.
           READ ESCALA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ES-SITUACAO NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO ES-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO ES-USUARIO-DECISAO.
           MOVE WS-DH-DATA TO ES-DATA-HORA-DECISAO(1:8).
           MOVE WS-DH-HORA TO ES-DATA-HORA-DECISAO(9:6).
           REWRITE ESCALA-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL); A OPERACAO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
