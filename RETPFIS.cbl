       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPFIS.
       AUTHOR. Neko.

      *> RETENCOES DE PAGAMENTO A PESSOA FISICA (FORNECEDOR COM CPF).
      *> DIFERENTE DA PESSOA JURIDICA, QUE RETEM PELA ALIQUOTA FIXA
      *> CADASTRADA EM TAXARET.DAT, A PESSOA FISICA RETEM:
      *>   - INSS DE 11% SOBRE O VALOR PAGO, LIMITADO AO TETO DO
      *>     SALARIO DE CONTRIBUICAO;
      *>   - IRRF PELA TABELA PROGRESSIVA MENSAL, SOBRE O VALOR PAGO
      *>     MENOS O INSS RETIDO (ALIQUOTA DA FAIXA MENOS A PARCELA A
      *>     DEDUZIR).
      *> O TETO E A TABELA SAO MENSAIS: VALEM PARA A SOMA DOS PAGAMENTOS
      *> AO MESMO CPF NA COMPETENCIA, NAO PARA CADA PAGAMENTO. CADA
      *> PAGAMENTO EFETIVADO FICA EM RETPFMES.DAT POR CPF/COMPETENCIA/
      *> DOCUMENTO/DATA COM A BASE E O INSS E IRRF RETIDOS, COMO A CSRF
      *> DISPENSADA NO CSRFACU:
      *>   'C' CALCULA O INSS E O IRRF DESTE PAGAMENTO SOBRE O ACUMULADO
      *>       DO MES, DESCONTANDO O QUE JA FOI RETIDO, SEM GRAVAR NADA;
      *>   'G' GRAVA O RESULTADO DO 'C' DEPOIS QUE O PAGAMENTO FOI
      *>       EFETIVADO;
      *>   'E' TIRA DO ACUMULADO UM PAGAMENTO REVERTIDO.
      *> CHAMADO PELO PGTOCONT E PELO AGENDEXE PARA QUE AS DUAS FORMAS
      *> DE PAGAR CALCULEM A MESMA RETENCAO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETPFMES-FILE *> Pagamentos a pessoa fisica no mes
               ASSIGN TO 'RETPFMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CHAVE
               FILE STATUS IS WS-STATUS-RETPFMES.

       DATA DIVISION.
       FILE SECTION.
       FD  RETPFMES-FILE.
       01  RETPFMES-REG.
           05 RM-CHAVE.
              10 RM-CPF           PIC 9(14).
              10 RM-COMPETENCIA   PIC 9(06).
              10 RM-NUM-DOC       PIC 9(10).
              10 RM-DATA-PGTO     PIC 9(08).
           05 RM-VALOR-BASE       PIC 9(10)V99.
           05 RM-VALOR-INSS       PIC 9(10)V99.
           05 RM-VALOR-IRRF       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RETPFMES       PIC X(2).
          88 STATUS-OK-RM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RM VALUE '35'.

       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-COMPETENCIA           PIC 9(06).

      *> TETO DO SALARIO DE CONTRIBUICAO E ALIQUOTA DO CONTRIBUINTE
      *> INDIVIDUAL QUE PRESTA SERVICO A EMPRESA
       01 WS-TETO-INSS             PIC 9(08)V99 VALUE 8157.41.
       01 WS-ALIQ-INSS             PIC 9(02)V99 VALUE 11.00.

      *> TABELA PROGRESSIVA MENSAL DO IRRF: LIMITE SUPERIOR DA FAIXA,
      *> ALIQUOTA E PARCELA A DEDUZIR. A ULTIMA FAIXA NAO TEM LIMITE
       01 WS-IRRF-TABELA-INIT.
           05 FILLER PIC X(22) VALUE '0000242880000000000000'.
           05 FILLER PIC X(22) VALUE '0000282665075000018216'.
           05 FILLER PIC X(22) VALUE '0000375105150000039416'.
           05 FILLER PIC X(22) VALUE '0000466468225000067549'.
           05 FILLER PIC X(22) VALUE '9999999999275000090873'.
       01 WS-IRRF-TABELA REDEFINES WS-IRRF-TABELA-INIT.
           05 WS-IRRF-FAIXA OCCURS 5 TIMES.
              10 WS-IRRF-LIMITE    PIC 9(08)V99.
              10 WS-IRRF-ALIQUOTA  PIC 9(02)V99.
              10 WS-IRRF-DEDUCAO   PIC 9(06)V99.
       01 WS-IRRF-IDX              PIC 9(01).
       01 WS-IRRF-FAIXA-ACHADA     PIC 9(01).
       01 WS-BASE-IRRF             PIC 9(10)V99.
       01 WS-IRRF-CALC             PIC S9(10)V99.
       01 WS-INSS-CALC             PIC 9(10)V99.
       01 WS-INSS-SALDO-TETO       PIC S9(10)V99.

       LINKAGE SECTION.
      *> LNK-PF-VALOR-PAGO E O VALOR BRUTO DO PAGAMENTO; VOLTAM O INSS
      *> E O IRRF A RETER E, PARA A TELA, O QUE O CPF JA TINHA NO MES.
      *> O CPF VAI NO MESMO CAMPO DE 14 POSICOES DO CNPJ DO FORNECEDOR
       01  LNK-RETPF-PARM.
           05 LNK-PF-FUNCAO        PIC X(01).
           05 LNK-PF-CPF           PIC 9(14).
           05 LNK-PF-NUM-DOC       PIC 9(10).
           05 LNK-PF-DATA-PGTO     PIC 9(08).
           05 LNK-PF-VALOR-PAGO    PIC 9(10)V99.
           05 LNK-PF-INSS          PIC 9(10)V99.
           05 LNK-PF-IRRF          PIC 9(10)V99.
           05 LNK-PF-ACUM-BASE     PIC 9(10)V99.
           05 LNK-PF-ACUM-INSS     PIC 9(10)V99.
           05 LNK-PF-ACUM-IRRF     PIC 9(10)V99.
           05 LNK-PF-RETORNO       PIC X(01).

       PROCEDURE DIVISION USING LNK-RETPF-PARM.
       100-CALCULAR-RETENCOES-PF.
           MOVE 'S' TO LNK-PF-RETORNO.
           MOVE LNK-PF-DATA-PGTO(1:6) TO WS-COMPETENCIA.
           EVALUATE LNK-PF-FUNCAO
               WHEN 'C'
                   PERFORM 200-CALCULAR-MES
               WHEN 'G'
                   PERFORM 300-GRAVAR-PAGAMENTO
               WHEN 'E'
                   PERFORM 400-ESTORNAR-PAGAMENTO
               WHEN OTHER
                   MOVE 'N' TO LNK-PF-RETORNO
           END-EVALUATE.
           GOBACK.

      *> INSS: 11% DO PAGAMENTO, SEM PASSAR DO QUE AINDA FALTA PARA O
      *> TETO DEPOIS DO INSS JA RETIDO DO CPF NO MES. IRRF: TABELA SOBRE
      *> A BASE DO MES (PAGAMENTOS ANTERIORES + ESTE, MENOS TODO O INSS
      *> DO MES), MENOS O IRRF JA RETIDO
       200-CALCULAR-MES.
           MOVE ZERO TO LNK-PF-INSS LNK-PF-IRRF.
           MOVE ZERO TO LNK-PF-ACUM-BASE LNK-PF-ACUM-INSS
                        LNK-PF-ACUM-IRRF.

           OPEN INPUT RETPFMES-FILE.
           IF STATUS-OK-RM
               PERFORM 250-POSICIONAR-CPF
               PERFORM 260-SOMAR-PAGAMENTO UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE RETPFMES-FILE.

           COMPUTE WS-INSS-CALC ROUNDED =
               LNK-PF-VALOR-PAGO * WS-ALIQ-INSS / 100.
           COMPUTE WS-INSS-SALDO-TETO ROUNDED =
               WS-TETO-INSS * WS-ALIQ-INSS / 100 - LNK-PF-ACUM-INSS.
           IF WS-INSS-SALDO-TETO > ZERO
               IF WS-INSS-CALC > WS-INSS-SALDO-TETO
                   MOVE WS-INSS-SALDO-TETO TO LNK-PF-INSS
               ELSE
                   MOVE WS-INSS-CALC TO LNK-PF-INSS
               END-IF
           END-IF.

           COMPUTE WS-BASE-IRRF = LNK-PF-ACUM-BASE + LNK-PF-VALOR-PAGO
               - LNK-PF-ACUM-INSS - LNK-PF-INSS.
           MOVE ZERO TO WS-IRRF-FAIXA-ACHADA.
           PERFORM 270-PROCURAR-FAIXA-IRRF
               VARYING WS-IRRF-IDX FROM 1 BY 1
               UNTIL WS-IRRF-IDX > 5 OR WS-IRRF-FAIXA-ACHADA > 0.

           IF WS-IRRF-FAIXA-ACHADA > 0
               COMPUTE WS-IRRF-CALC ROUNDED =
                   WS-BASE-IRRF
                   * WS-IRRF-ALIQUOTA(WS-IRRF-FAIXA-ACHADA) / 100
                   - WS-IRRF-DEDUCAO(WS-IRRF-FAIXA-ACHADA)
                   - LNK-PF-ACUM-IRRF
               IF WS-IRRF-CALC > ZERO
                   MOVE WS-IRRF-CALC TO LNK-PF-IRRF
               END-IF
           END-IF.

       250-POSICIONAR-CPF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LNK-PF-CPF TO RM-CPF.
           MOVE WS-COMPETENCIA TO RM-COMPETENCIA.
           MOVE ZERO TO RM-NUM-DOC RM-DATA-PGTO.
           START RETPFMES-FILE KEY IS GREATER THAN OR EQUAL TO RM-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.

       260-SOMAR-PAGAMENTO.
           READ RETPFMES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RM-CPF NOT = LNK-PF-CPF OR
                           RM-COMPETENCIA NOT = WS-COMPETENCIA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       ADD RM-VALOR-BASE TO LNK-PF-ACUM-BASE
                       ADD RM-VALOR-INSS TO LNK-PF-ACUM-INSS
                       ADD RM-VALOR-IRRF TO LNK-PF-ACUM-IRRF
                   END-IF
           END-READ.

       270-PROCURAR-FAIXA-IRRF.
           IF WS-BASE-IRRF <= WS-IRRF-LIMITE(WS-IRRF-IDX)
               MOVE WS-IRRF-IDX TO WS-IRRF-FAIXA-ACHADA
           END-IF.

      *> O 'G' RECEBE DE VOLTA A AREA PREENCHIDA PELO 'C' DO MESMO
      *> PAGAMENTO. O MESMO DOCUMENTO PAGO DUAS VEZES NO DIA (PARCIAL)
      *> SOMA NO REGISTRO QUE JA EXISTE
       300-GRAVAR-PAGAMENTO.
           IF LNK-PF-VALOR-PAGO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-ABRIR-ACUMULADO.
           IF NOT STATUS-OK-RM
               DISPLAY "ERRO ao gravar o acumulado mensal da pessoa "
                       "fisica. Status: " WS-STATUS-RETPFMES
               MOVE 'N' TO LNK-PF-RETORNO
               EXIT PARAGRAPH
           END-IF.

           MOVE LNK-PF-CPF TO RM-CPF.
           MOVE WS-COMPETENCIA TO RM-COMPETENCIA.
           MOVE LNK-PF-NUM-DOC TO RM-NUM-DOC.
           MOVE LNK-PF-DATA-PGTO TO RM-DATA-PGTO.
           READ RETPFMES-FILE
               INVALID KEY
                   MOVE LNK-PF-VALOR-PAGO TO RM-VALOR-BASE
                   MOVE LNK-PF-INSS TO RM-VALOR-INSS
                   MOVE LNK-PF-IRRF TO RM-VALOR-IRRF
                   WRITE RETPFMES-REG
                       INVALID KEY
                           MOVE 'N' TO LNK-PF-RETORNO
                   END-WRITE
               NOT INVALID KEY
                   ADD LNK-PF-VALOR-PAGO TO RM-VALOR-BASE
                   ADD LNK-PF-INSS TO RM-VALOR-INSS
                   ADD LNK-PF-IRRF TO RM-VALOR-IRRF
                   REWRITE RETPFMES-REG
                       INVALID KEY
                           MOVE 'N' TO LNK-PF-RETORNO
                   END-REWRITE
           END-READ.
           CLOSE RETPFMES-FILE.
           IF LNK-PF-RETORNO = 'N'
               DISPLAY "AVISO: pagamento do documento " LNK-PF-NUM-DOC
                       " nao registrado no acumulado mensal do CPF."
           END-IF.

      *> NO PAGAMENTO REVERTIDO A RETENCAO JA VOLTA POR CONTRAPARTIDA
      *> NEGATIVA EM RETENCAO.DAT; AQUI SO SAI DO ACUMULADO DO MES, PARA
      *> O PROXIMO PAGAMENTO AO CPF NAO CONTAR BASE NEM RETENCAO DELE
       400-ESTORNAR-PAGAMENTO.
           OPEN I-O RETPFMES-FILE.
           IF NOT STATUS-OK-RM
               CLOSE RETPFMES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-PF-CPF TO RM-CPF.
           MOVE WS-COMPETENCIA TO RM-COMPETENCIA.
           MOVE LNK-PF-NUM-DOC TO RM-NUM-DOC.
           MOVE LNK-PF-DATA-PGTO TO RM-DATA-PGTO.
           READ RETPFMES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE RETPFMES-FILE
                       INVALID KEY
                           MOVE 'N' TO LNK-PF-RETORNO
                   END-DELETE
           END-READ.
           CLOSE RETPFMES-FILE.

       700-ABRIR-ACUMULADO.
           OPEN I-O RETPFMES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RM
               OPEN OUTPUT RETPFMES-FILE
               CLOSE RETPFMES-FILE
               OPEN I-O RETPFMES-FILE
           END-IF.
