       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRECB.
       AUTHOR. Neko.

      *> CONFERENCIA EM TRES VIAS DO PEDIDO DE COMPRA: O QUE FOI
      *> PEDIDO (PEDIDO.DAT), O QUE FOI RECEBIDO (RECEBE.DAT, MANTIDO
      *> NO CADRECEB) E O QUE FOI FATURADO. O FATURADO E A PARTE JA
      *> CONSUMIDA DO SALDO DO PEDIDO (VALOR AUTORIZADO - SALDO) MAIS A
      *> NOTA QUE ESTA SENDO LANCADA, QUANDO AINDA NAO BAIXOU O SALDO.
      *> O PEDIDO CASA QUANDO HA RECEBIMENTO E O FATURADO NAO PASSA DO
      *> RECEBIDO MAIS A TOLERANCIA DE PARAMS.DAT. CHAMADO PELO
      *> LANCCONT NO LANCAMENTO, PELO APROVCON NA APROVACAO E PELO
      *> CADRECEB NA LIBERACAO DAS CONTAS RETIDAS ('M')

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE *> Pedidos de compra com saldo autorizado
               ASSIGN TO 'PEDIDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-STATUS-PEDIDO.

           SELECT RECEBE-FILE *> Recebimentos de mercadoria/servico por pedido
               ASSIGN TO 'RECEBE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-STATUS-RECEBE.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           05 PO-NUMERO        PIC 9(10).
           05 PO-CNPJ-FORN     PIC 9(14).
           05 PO-VALOR-AUTORIZADO PIC 9(12)V99.
           05 PO-SALDO         PIC 9(12)V99.
           05 PO-SITUACAO      PIC X(01).

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

       FD  PARAMS-FILE.
       01  PARAMS-REG.
           05 PR-TAXA-JUROS-DIA    PIC 9V99999.
           05 PR-TAXA-MULTA        PIC 9V9999.
           05 PR-VALOR-ALCADA      PIC 9(10)V99.
           05 PR-DIAS-LEMBRETE     PIC 9(03).
           05 PR-DIAS-ESCALACAO    PIC 9(03).
           05 PR-DIAS-RETENCAO-HIST PIC 9(05).
           05 PR-TOP-N             PIC 9(03).
           05 PR-PERC-LIMITE-BLOQ  PIC 9(03).
           05 PR-PERC-ORC-APROV    PIC 9(03).
           05 PR-CONTA-BCO-AGENDA  PIC X(04).
           05 PR-MESES-ARQUIVO     PIC 9(03).
           05 PR-DIAS-JANELA-DUP   PIC 9(03).
           05 PR-DIAS-VALIDADE-SENHA PIC 9(03).
           05 PR-MAX-TENTATIVAS    PIC 9(02).
           05 PR-MINUTOS-SESSAO    PIC 9(04).
           05 PR-ALERTA-ARQ-KB     PIC 9(07).
           05 PR-MESES-AVISO-CONTR PIC 9(02).
           05 PR-POLITICA-CND      PIC X(01).
           05 PR-DIAS-AVISO-CND    PIC 9(03).
           05 PR-LIMITE-RESIDUO    PIC 9(04)V99.
           05 PR-VALOR-EXIGE-ANEXO PIC 9(10)V99.
           05 PR-PERC-TOLER-RECEB  PIC 9(02)V99.
           05 PR-DIAS-DESCONHEC    PIC 9(03).
           05 PR-CC-SUSPENSO       PIC X(06).
           05 PR-PERC-DESVIO-CONS  PIC 9(03).
           05 PR-SLA-HORAS-APROV   PIC 9(03).
           05 PR-SLA-HORAS-LIB     PIC 9(03).
           05 PR-JANELA-FIM-BATCH  PIC 9(04).
           05 FILLER               PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PEDIDO         PIC X(2).
          88 STATUS-OK-PO           VALUE '00'.
       01 WS-STATUS-RECEBE         PIC X(2).
          88 STATUS-OK-RB           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
          88 STATUS-OK-PR           VALUE '00'.

       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-PERC-TOLERANCIA       PIC 9(02)V99 VALUE ZERO.

       LINKAGE SECTION.
      *> ENTRAM O PEDIDO E O VALOR DA NOTA AINDA NAO BAIXADO DO SALDO
      *> (ZERO QUANDO A CONTA JA ESTA GRAVADA); VOLTAM OS TOTAIS E O
      *> RESULTADO: 'S' CASADO, 'R' SEM RECEBIMENTO, 'F' FATURADO
      *> ACIMA DO RECEBIDO, 'P' PEDIDO NAO ENCONTRADO
       01  LNK-CONFRECB-PARM.
           05 LNK-CF-NUM-PEDIDO    PIC 9(10).
           05 LNK-CF-VALOR-NOTA    PIC 9(12)V99.
           05 LNK-CF-VALOR-RECEBIDO PIC 9(12)V99.
           05 LNK-CF-VALOR-FATURADO PIC 9(12)V99.
           05 LNK-CF-VALOR-LIMITE  PIC 9(12)V99.
           05 LNK-CF-QTD-RECEB     PIC 9(04).
           05 LNK-CF-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LNK-CONFRECB-PARM.
       100-CONFERIR-PEDIDO.
           MOVE ZERO TO LNK-CF-VALOR-RECEBIDO LNK-CF-VALOR-FATURADO
                        LNK-CF-VALOR-LIMITE LNK-CF-QTD-RECEB.
           MOVE 'P' TO LNK-CF-RESULTADO.

           OPEN INPUT PEDIDO-FILE.
           IF NOT STATUS-OK-PO
               CLOSE PEDIDO-FILE
               GOBACK
           END-IF.
           MOVE LNK-CF-NUM-PEDIDO TO PO-NUMERO.
           READ PEDIDO-FILE
               INVALID KEY
                   CLOSE PEDIDO-FILE
                   GOBACK
           END-READ.
           CLOSE PEDIDO-FILE.
           COMPUTE LNK-CF-VALOR-FATURADO = PO-VALOR-AUTORIZADO
               - PO-SALDO + LNK-CF-VALOR-NOTA.

           PERFORM 200-LER-TOLERANCIA.

           OPEN INPUT RECEBE-FILE.
           IF STATUS-OK-RB
               MOVE 'N' TO WS-FIM-LEITURA
               MOVE LNK-CF-NUM-PEDIDO TO RB-NUM-PEDIDO
               MOVE ZERO TO RB-SEQ
               START RECEBE-FILE KEY IS GREATER THAN OR EQUAL TO RB-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-LEITURA
               END-START
               PERFORM 300-SOMAR-RECEBIMENTO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE RECEBE-FILE.

           COMPUTE LNK-CF-VALOR-LIMITE ROUNDED = LNK-CF-VALOR-RECEBIDO
               * (100 + WS-PERC-TOLERANCIA) / 100.

           EVALUATE TRUE
               WHEN LNK-CF-QTD-RECEB = ZERO
                   MOVE 'R' TO LNK-CF-RESULTADO
               WHEN LNK-CF-VALOR-FATURADO > LNK-CF-VALOR-LIMITE
                   MOVE 'F' TO LNK-CF-RESULTADO
               WHEN OTHER
                   MOVE 'S' TO LNK-CF-RESULTADO
           END-EVALUATE.
           GOBACK.

      *> SEM PARAMS.DAT (OU COM O CAMPO AINDA EM BRANCO, DE ANTES DO
      *> PARAMETRO EXISTIR) A NOTA TEM DE BATER EXATO COM O RECEBIDO
       200-LER-TOLERANCIA.
           MOVE ZERO TO WS-PERC-TOLERANCIA.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PR-PERC-TOLER-RECEB IS NUMERIC
                       MOVE PR-PERC-TOLER-RECEB TO WS-PERC-TOLERANCIA
                   END-IF
           END-READ.
           CLOSE PARAMS-FILE.

       300-SOMAR-RECEBIMENTO.
           READ RECEBE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RB-NUM-PEDIDO NOT = LNK-CF-NUM-PEDIDO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       ADD 1 TO LNK-CF-QTD-RECEB
                       ADD RB-VALOR TO LNK-CF-VALOR-RECEBIDO
                   END-IF
           END-READ.
