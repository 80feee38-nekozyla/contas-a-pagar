       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENHAPLI.
       AUTHOR. Neko.

      *> ROTINA UNICA DE APLICACAO DAS ORDENS DE PENHORA (PENHORA.DAT)
      *> NOS PAGAMENTOS. CHAMADA PELO PGTOCONT E PELO AGENDEXE:
      *>   'C' CALCULA QUANTO DO VALOR LIQUIDO DO PAGAMENTO VAI PARA
      *>       DEPOSITO JUDICIAL, ORDEM A ORDEM DO FORNECEDOR, SEM
      *>       GRAVAR NADA (O RESULTADO FICA GUARDADO PARA O 'B');
      *>   'B' BAIXA O QUE FOI CALCULADO NO 'C': SOMA NO DEPOSITADO DE
      *>       CADA ORDEM, QUITA A ORDEM QUE ESGOTOU O SALDO E GRAVA O
      *>       MOVIMENTO 'D' EM PENHMOV.DAT AMARRADO AO DOCUMENTO E A
      *>       SEQUENCIA DO LANCAMENTO 'PENHORA' NO HISTORICO;
      *>   'E' DESFAZ OS DEPOSITOS DE UM LANCAMENTO 'PENHORA' REVERTIDO
      *>       (MOVIMENTO 'E' E SALDO DA ORDEM DE VOLTA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-STATUS-PENHORA        PIC X(2).
          88 STATUS-OK-PN           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PN VALUE '35'.
       01 WS-STATUS-PENHMOV        PIC X(2).
          88 STATUS-OK-PM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PM VALUE '35'.

       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> DESVIO CALCULADO NO 'C', ORDEM A ORDEM, ESPERANDO O 'B'
       01 WS-PH-CNPJ-CALC          PIC 9(14) VALUE ZERO.
       01 WS-PH-QTD                PIC 9(02) VALUE ZERO.
       01 WS-PH-IDX                PIC 9(02).
       01 WS-PH-TAB.
           05 WS-PH-ITEM OCCURS 10 TIMES.
              10 WS-PH-PROCESSO    PIC X(25).
              10 WS-PH-VALOR       PIC 9(10)V99.
       01 WS-PH-RESTANTE           PIC 9(10)V99.
       01 WS-PH-SALDO-ORDEM        PIC 9(10)V99.
       01 WS-PH-PARCELA            PIC 9(10)V99.

       LINKAGE SECTION.
       01  LNK-PENHORA-PARM.
           05 LNK-PH-FUNCAO        PIC X(01).
           05 LNK-PH-CNPJ          PIC 9(14).
           05 LNK-PH-NUM-DOC       PIC 9(10).
           05 LNK-PH-SEQ-HIST      PIC 9(04).
           05 LNK-PH-VALOR-BASE    PIC 9(10)V99.
           05 LNK-PH-VALOR-DESVIO  PIC 9(10)V99.
           05 LNK-PH-QTD-ORDENS    PIC 9(02).

       PROCEDURE DIVISION USING LNK-PENHORA-PARM.
       100-APLICAR-PENHORA.
           EVALUATE LNK-PH-FUNCAO
               WHEN 'C'
                   PERFORM 200-CALCULAR-DESVIO
               WHEN 'B'
                   PERFORM 300-BAIXAR-DESVIO
               WHEN 'E'
                   PERFORM 400-ESTORNAR-DESVIO
           END-EVALUATE.
           GOBACK.

      *> PERCORRE AS ORDENS ATIVAS DO FORNECEDOR EM ORDEM DE PROCESSO;
      *> CADA ORDEM LEVA O PERCENTUAL DO LIQUIDO OU O VALOR FIXO,
      *> LIMITADO AO SALDO DA ORDEM E AO QUE AINDA RESTA DO PAGAMENTO
       200-CALCULAR-DESVIO.
           MOVE ZERO TO LNK-PH-VALOR-DESVIO LNK-PH-QTD-ORDENS.
           MOVE ZERO TO WS-PH-QTD.
           MOVE LNK-PH-CNPJ TO WS-PH-CNPJ-CALC.
           MOVE LNK-PH-VALOR-BASE TO WS-PH-RESTANTE.
           IF WS-PH-RESTANTE = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PENHORA-FILE.
           IF NOT STATUS-OK-PN
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LNK-PH-CNPJ TO PN-CNPJ.
           MOVE LOW-VALUES TO PN-PROCESSO.
           START PENHORA-FILE KEY IS GREATER THAN OR EQUAL TO PN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 250-LER-ORDEM-DO-CNPJ UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE PENHORA-FILE.

           MOVE WS-PH-QTD TO LNK-PH-QTD-ORDENS.

       250-LER-ORDEM-DO-CNPJ.
           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PN-CNPJ NOT = LNK-PH-CNPJ
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF PN-SITUACAO = 'A'
                           PERFORM 260-CALCULAR-PARCELA-ORDEM
                       END-IF
                   END-IF
           END-READ.

       260-CALCULAR-PARCELA-ORDEM.
           IF WS-PH-RESTANTE = ZERO OR WS-PH-QTD NOT < 10
               EXIT PARAGRAPH
           END-IF.
           IF PN-VALOR-DEPOSITADO NOT < PN-VALOR-ORDEM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PH-SALDO-ORDEM =
               PN-VALOR-ORDEM - PN-VALOR-DEPOSITADO.

           IF PN-FORMA = 'P'
               COMPUTE WS-PH-PARCELA ROUNDED =
                   LNK-PH-VALOR-BASE * PN-PERCENTUAL / 100
           ELSE
               MOVE PN-VALOR-FIXO TO WS-PH-PARCELA
           END-IF.
           IF WS-PH-PARCELA > WS-PH-SALDO-ORDEM
               MOVE WS-PH-SALDO-ORDEM TO WS-PH-PARCELA
           END-IF.
           IF WS-PH-PARCELA > WS-PH-RESTANTE
               MOVE WS-PH-RESTANTE TO WS-PH-PARCELA
           END-IF.
           IF WS-PH-PARCELA = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PH-QTD.
           MOVE PN-PROCESSO TO WS-PH-PROCESSO(WS-PH-QTD).
           MOVE WS-PH-PARCELA TO WS-PH-VALOR(WS-PH-QTD).
           SUBTRACT WS-PH-PARCELA FROM WS-PH-RESTANTE.
           ADD WS-PH-PARCELA TO LNK-PH-VALOR-DESVIO.
           DISPLAY "Penhora processo " PN-PROCESSO ": deposito judicial "
                   WS-PH-PARCELA " (saldo da ordem " WS-PH-SALDO-ORDEM
                   ")".

      *> O 'B' SO VALE PARA O FORNECEDOR DO ULTIMO 'C'; SEM CALCULO
      *> PENDENTE NAO HA O QUE BAIXAR
       300-BAIXAR-DESVIO.
           IF WS-PH-QTD = ZERO OR WS-PH-CNPJ-CALC NOT = LNK-PH-CNPJ
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PENHORA-FILE.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir ordens de penhora na baixa. "
                       "Status: " WS-STATUS-PENHORA
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND PENHMOV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PM
               OPEN OUTPUT PENHMOV-FILE
           END-IF.

           PERFORM 350-BAIXAR-UMA-ORDEM
               VARYING WS-PH-IDX FROM 1 BY 1 UNTIL WS-PH-IDX > WS-PH-QTD.

           CLOSE PENHMOV-FILE.
           CLOSE PENHORA-FILE.
           MOVE ZERO TO WS-PH-QTD.

       350-BAIXAR-UMA-ORDEM.
           MOVE LNK-PH-CNPJ TO PN-CNPJ.
           MOVE WS-PH-PROCESSO(WS-PH-IDX) TO PN-PROCESSO.
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "ERRO: ordem de penhora " PN-PROCESSO
                           " nao encontrada na baixa."
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-PH-VALOR(WS-PH-IDX) TO PN-VALOR-DEPOSITADO.
           IF PN-VALOR-DEPOSITADO NOT < PN-VALOR-ORDEM
               MOVE 'Q' TO PN-SITUACAO
           END-IF.
           REWRITE PENHORA-REG
               INVALID KEY
                   DISPLAY "ERRO ao baixar a ordem de penhora "
                           PN-PROCESSO "."
               NOT INVALID KEY
                   IF PN-SITUACAO = 'Q'
                       DISPLAY "Ordem de penhora " PN-PROCESSO
                               " quitada."
                   END-IF
           END-REWRITE.

           IF STATUS-OK-PM
               MOVE WS-DH-DATA TO PM-DATA-HORA(1:8)
               MOVE WS-DH-HORA TO PM-DATA-HORA(9:6)
               MOVE LNK-PH-CNPJ TO PM-CNPJ
               MOVE PN-PROCESSO TO PM-PROCESSO
               MOVE 'D' TO PM-TIPO
               MOVE WS-PH-VALOR(WS-PH-IDX) TO PM-VALOR
               MOVE LNK-PH-NUM-DOC TO PM-NUM-DOC
               MOVE LNK-PH-SEQ-HIST TO PM-SEQ-HIST
               WRITE PENHMOV-REG
           END-IF.

      *> RECOLHE OS DEPOSITOS 'D' DO LANCAMENTO REVERTIDO (DOCUMENTO E
      *> SEQUENCIA) E DEVOLVE CADA UM AO SALDO DA SUA ORDEM
       400-ESTORNAR-DESVIO.
           MOVE ZERO TO LNK-PH-VALOR-DESVIO.
           MOVE ZERO TO WS-PH-QTD.
           OPEN INPUT PENHMOV-FILE.
           IF NOT STATUS-OK-PM
               CLOSE PENHMOV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 450-COLETAR-DEPOSITO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE PENHMOV-FILE.
           IF WS-PH-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PENHORA-FILE.
           IF NOT STATUS-OK-PN
               DISPLAY "ERRO ao abrir ordens de penhora no estorno. "
                       "Status: " WS-STATUS-PENHORA
               CLOSE PENHORA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND PENHMOV-FILE.
           PERFORM 460-DEVOLVER-UMA-ORDEM
               VARYING WS-PH-IDX FROM 1 BY 1 UNTIL WS-PH-IDX > WS-PH-QTD.
           CLOSE PENHMOV-FILE.
           CLOSE PENHORA-FILE.
           MOVE WS-PH-QTD TO LNK-PH-QTD-ORDENS.
           MOVE ZERO TO WS-PH-QTD.

       450-COLETAR-DEPOSITO.
           READ PENHMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PM-CNPJ = LNK-PH-CNPJ AND
                           PM-NUM-DOC = LNK-PH-NUM-DOC AND
                           PM-SEQ-HIST = LNK-PH-SEQ-HIST AND
                           PM-TIPO = 'D' AND WS-PH-QTD < 10
                       ADD 1 TO WS-PH-QTD
                       MOVE PM-PROCESSO TO WS-PH-PROCESSO(WS-PH-QTD)
                       MOVE PM-VALOR TO WS-PH-VALOR(WS-PH-QTD)
                   END-IF
           END-READ.

       460-DEVOLVER-UMA-ORDEM.
           MOVE LNK-PH-CNPJ TO PN-CNPJ.
           MOVE WS-PH-PROCESSO(WS-PH-IDX) TO PN-PROCESSO.
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "AVISO: ordem de penhora " PN-PROCESSO
                           " nao encontrada no estorno."
                   EXIT PARAGRAPH
           END-READ.
           IF PN-VALOR-DEPOSITADO > WS-PH-VALOR(WS-PH-IDX)
               SUBTRACT WS-PH-VALOR(WS-PH-IDX) FROM PN-VALOR-DEPOSITADO
           ELSE
               MOVE ZERO TO PN-VALOR-DEPOSITADO
           END-IF.
           IF PN-SITUACAO = 'Q'
               MOVE 'A' TO PN-SITUACAO
           END-IF.
           REWRITE PENHORA-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao devolver o saldo da ordem "
                           PN-PROCESSO "."
               NOT INVALID KEY
                   DISPLAY "Deposito judicial da ordem " PN-PROCESSO
                           " estornado: " WS-PH-VALOR(WS-PH-IDX)
                   ADD WS-PH-VALOR(WS-PH-IDX) TO LNK-PH-VALOR-DESVIO
           END-REWRITE.

           IF STATUS-OK-PM
               MOVE WS-DH-DATA TO PM-DATA-HORA(1:8)
               MOVE WS-DH-HORA TO PM-DATA-HORA(9:6)
               MOVE LNK-PH-CNPJ TO PM-CNPJ
               MOVE PN-PROCESSO TO PM-PROCESSO
               MOVE 'E' TO PM-TIPO
               MOVE WS-PH-VALOR(WS-PH-IDX) TO PM-VALOR
               MOVE LNK-PH-NUM-DOC TO PM-NUM-DOC
               MOVE LNK-PH-SEQ-HIST TO PM-SEQ-HIST
               WRITE PENHMOV-REG
           END-IF.
