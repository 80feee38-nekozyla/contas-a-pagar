       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBREAL.
       AUTHOR. Neko.

      *> VARIACAO CAMBIAL REALIZADA NA LIQUIDACAO DE CONTA EM MOEDA
      *> ESTRANGEIRA. A CONTA ESTA CARREGADA EM REAIS PELA ULTIMA TAXA
      *> (A DO LANCAMENTO OU A DA ULTIMA REAVALIACAO DO CADCAMB), OU
      *> SEJA, CP-VALOR / CP-VALOR-ORIGINAL; NO PAGAMENTO A MESMA
      *> PARCELA EM MOEDA ESTRANGEIRA CUSTA O QUE A TAXA DO DIA MANDA,
      *> E A DIFERENCA E A VARIACAO REALIZADA. POSITIVA E PERDA
      *> (VARIACAO PASSIVA), NEGATIVA E GANHO (VARIACAO ATIVA).
      *> CHAMADO PELO PGTOCONT E PELO AGENDEXE:
      *>   'C' CALCULA A VARIACAO DO PAGAMENTO, SEM GRAVAR NADA;
      *>   'G' GRAVA O RESULTADO DO 'C' EM VARCAMB.DAT COMO 'R'
      *>       (REALIZADA), AMARRADO A SEQUENCIA DO LANCAMENTO 'VARCAMB'
      *>       DO HISTORICO;
      *>   'E' GRAVA A CONTRAPARTIDA DE UMA VARIACAO REVERTIDA (VALOR
      *>       INFORMADO EM LNK-VR-VARIACAO, COM SINAL TROCADO)
      *> A REAVALIACAO DE FIM DE MES DO CADCAMB GRAVA NO MESMO ARQUIVO
      *> AS VARIACOES NAO REALIZADAS ('N')

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-FILE *> Tabela de taxas de cambio por moeda/data
               ASSIGN TO 'CAMBIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WS-STATUS-CAMBIO.

           SELECT VARCAMB-FILE *> Variacao cambial realizada e nao realizada
               ASSIGN TO 'VARCAMB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-VARCAMB.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE.
       01  CAMBIO-REG.
           05 CX-CHAVE.
              10 CX-MOEDA      PIC X(03).
              10 CX-DATA       PIC 9(08).
           05 CX-TAXA          PIC 9(04)V9999.

      *> TIPO 'R' REALIZADA (PAGAMENTO OU SUA REVERSAO), 'N' NAO
      *> REALIZADA (REAVALIACAO DE FIM DE MES DAS CONTAS EM ABERTO)
       FD  VARCAMB-FILE.
       01  VARCAMB-REG.
           05 VC-TIPO             PIC X(01).
           05 VC-MOEDA            PIC X(03).
           05 VC-DATA             PIC 9(08).
           05 VC-NUM-DOC          PIC 9(10).
           05 VC-CNPJ-FORN        PIC 9(14).
           05 VC-SEQ-HIST         PIC 9(04).
           05 VC-VALOR-ME         PIC S9(10)V99.
           05 VC-TAXA-ANTERIOR    PIC 9(04)V9999.
           05 VC-TAXA-NOVA        PIC 9(04)V9999.
           05 VC-VARIACAO         PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAMBIO         PIC X(2).
          88 STATUS-OK-CX           VALUE '00'.
       01 WS-STATUS-VARCAMB        PIC X(2).
          88 STATUS-OK-VC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-VC VALUE '35'.

       01 WS-FIM-BUSCA             PIC X(01).
       01 WS-VALOR-REAIS           PIC 9(12)V99.

       LINKAGE SECTION.
      *> ENTRAM A MOEDA, A DATA E O VALOR PAGO EM REAIS PELA TAXA DE
      *> CARREGAMENTO, MAIS O VALOR DA CONTA EM REAIS E EM MOEDA
      *> ESTRANGEIRA; VOLTAM A PARCELA EM MOEDA ESTRANGEIRA, AS DUAS
      *> TAXAS E A VARIACAO. LNK-VR-RETORNO 'N' QUANDO NAO HA TAXA NA
      *> DATA DO PAGAMENTO (VARIACAO ZERO)
       01  LNK-VARCAMB-PARM.
           05 LNK-VR-FUNCAO        PIC X(01).
           05 LNK-VR-MOEDA         PIC X(03).
           05 LNK-VR-DATA          PIC 9(08).
           05 LNK-VR-NUM-DOC       PIC 9(10).
           05 LNK-VR-CNPJ          PIC 9(14).
           05 LNK-VR-SEQ-HIST      PIC 9(04).
           05 LNK-VR-VALOR-PAGO    PIC 9(10)V99.
           05 LNK-VR-VALOR-CONTA   PIC 9(10)V99.
           05 LNK-VR-VALOR-ME-CONTA PIC 9(10)V99.
           05 LNK-VR-VALOR-ME      PIC S9(10)V99.
           05 LNK-VR-TAXA-ANTERIOR PIC 9(04)V9999.
           05 LNK-VR-TAXA-NOVA     PIC 9(04)V9999.
           05 LNK-VR-VARIACAO      PIC S9(10)V99.
           05 LNK-VR-RETORNO       PIC X(01).

       PROCEDURE DIVISION USING LNK-VARCAMB-PARM.
       100-APURAR-VARIACAO.
           MOVE 'S' TO LNK-VR-RETORNO.
           EVALUATE LNK-VR-FUNCAO
               WHEN 'C'
                   PERFORM 200-CALCULAR-VARIACAO
               WHEN 'G'
                   PERFORM 300-GRAVAR-VARIACAO
               WHEN 'E'
                   PERFORM 400-ESTORNAR-VARIACAO
               WHEN OTHER
                   MOVE 'N' TO LNK-VR-RETORNO
           END-EVALUATE.
           GOBACK.

      *> TAXA ANTERIOR = VALOR EM REAIS / VALOR EM MOEDA DA CONTA;
      *> TAXA NOVA = A VIGENTE NA DATA DO PAGAMENTO EM CAMBIO.DAT
       200-CALCULAR-VARIACAO.
           MOVE ZERO TO LNK-VR-VALOR-ME LNK-VR-TAXA-ANTERIOR
                        LNK-VR-TAXA-NOVA LNK-VR-VARIACAO.
           IF LNK-VR-MOEDA = 'BRL' OR LNK-VR-MOEDA = SPACES OR
                   LNK-VR-VALOR-ME-CONTA = ZERO OR
                   LNK-VR-VALOR-CONTA = ZERO
               MOVE 'N' TO LNK-VR-RETORNO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE LNK-VR-TAXA-ANTERIOR ROUNDED =
               LNK-VR-VALOR-CONTA / LNK-VR-VALOR-ME-CONTA.
           COMPUTE LNK-VR-VALOR-ME ROUNDED = LNK-VR-VALOR-PAGO
               * LNK-VR-VALOR-ME-CONTA / LNK-VR-VALOR-CONTA.

           OPEN INPUT CAMBIO-FILE.
           IF STATUS-OK-CX
               MOVE 'N' TO WS-FIM-BUSCA
               MOVE LNK-VR-MOEDA TO CX-MOEDA
               MOVE ZEROS TO CX-DATA
               START CAMBIO-FILE KEY IS GREATER THAN OR EQUAL TO CX-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-BUSCA
               END-START
               PERFORM 250-LER-PROXIMA-TAXA UNTIL WS-FIM-BUSCA = 'Y'
           END-IF.
           CLOSE CAMBIO-FILE.

           IF LNK-VR-TAXA-NOVA = ZERO
               MOVE 'N' TO LNK-VR-RETORNO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VALOR-REAIS ROUNDED =
               LNK-VR-VALOR-ME * LNK-VR-TAXA-NOVA.
           COMPUTE LNK-VR-VARIACAO = WS-VALOR-REAIS - LNK-VR-VALOR-PAGO.

       250-LER-PROXIMA-TAXA.
           READ CAMBIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-BUSCA
               NOT AT END
                   IF CX-MOEDA NOT = LNK-VR-MOEDA OR
                           CX-DATA > LNK-VR-DATA
                       MOVE 'Y' TO WS-FIM-BUSCA
                   ELSE
                       MOVE CX-TAXA TO LNK-VR-TAXA-NOVA
                   END-IF
           END-READ.

       300-GRAVAR-VARIACAO.
           IF LNK-VR-VARIACAO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-ABRIR-VARCAMB.
           IF NOT STATUS-OK-VC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO VC-TIPO.
           MOVE LNK-VR-MOEDA TO VC-MOEDA.
           MOVE LNK-VR-DATA TO VC-DATA.
           MOVE LNK-VR-NUM-DOC TO VC-NUM-DOC.
           MOVE LNK-VR-CNPJ TO VC-CNPJ-FORN.
           MOVE LNK-VR-SEQ-HIST TO VC-SEQ-HIST.
           MOVE LNK-VR-VALOR-ME TO VC-VALOR-ME.
           MOVE LNK-VR-TAXA-ANTERIOR TO VC-TAXA-ANTERIOR.
           MOVE LNK-VR-TAXA-NOVA TO VC-TAXA-NOVA.
           MOVE LNK-VR-VARIACAO TO VC-VARIACAO.
           WRITE VARCAMB-REG.
           CLOSE VARCAMB-FILE.

      *> A REVERSAO DO PAGAMENTO DESFAZ A VARIACAO REALIZADA NA DATA DA
      *> REVERSAO; A CONTA VOLTA A ABERTA E PASSA A SER REAVALIADA DE
      *> NOVO NO FIM DO MES
       400-ESTORNAR-VARIACAO.
           IF LNK-VR-VARIACAO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-ABRIR-VARCAMB.
           IF NOT STATUS-OK-VC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO VC-TIPO.
           MOVE LNK-VR-MOEDA TO VC-MOEDA.
           MOVE LNK-VR-DATA TO VC-DATA.
           MOVE LNK-VR-NUM-DOC TO VC-NUM-DOC.
           MOVE LNK-VR-CNPJ TO VC-CNPJ-FORN.
           MOVE LNK-VR-SEQ-HIST TO VC-SEQ-HIST.
           MOVE ZERO TO VC-VALOR-ME.
           MOVE ZERO TO VC-TAXA-ANTERIOR.
           MOVE ZERO TO VC-TAXA-NOVA.
           COMPUTE VC-VARIACAO = ZERO - LNK-VR-VARIACAO.
           WRITE VARCAMB-REG.
           CLOSE VARCAMB-FILE.

       500-ABRIR-VARCAMB.
           OPEN EXTEND VARCAMB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-VC
               OPEN OUTPUT VARCAMB-FILE
           END-IF.
           IF NOT STATUS-OK-VC
               MOVE 'N' TO LNK-VR-RETORNO
               DISPLAY "AVISO: nao foi possivel gravar a variacao "
                       "cambial. Status: " WS-STATUS-VARCAMB
           END-IF.
