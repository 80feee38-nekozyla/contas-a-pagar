       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAUCAPLI.
       AUTHOR. carol.

      *> ROTINA UNICA DA CAUCAO CONTRATUAL (RETENCAO DE GARANTIA DE
      *> EXECUCAO). O PERCENTUAL VEM DO PROPRIO TITULO (CAUCDOC.DAT,
      *> MANTIDO NO CADCONT) OU, NA FALTA DELE, DO CONTRATO ATIVO DO
      *> FORNECEDOR EM CONTRATO.DAT. O RETIDO FICA NO RAZAO DE CAUCOES
      *> POR FORNECEDOR E CONTRATO (CAUCAO.DAT), SEPARADO DAS RETENCOES
      *> DE IMPOSTOS DE RETENCAO.DAT, COM CADA MOVIMENTO EM CAUCMOV.DAT:
      *>   'C' CALCULA A CAUCAO DO PAGAMENTO, SEM GRAVAR NADA;
      *>   'B' GRAVA A RETENCAO ('R') CALCULADA NO 'C', AMARRADA AO
      *>       DOCUMENTO E A SEQUENCIA DO PAGAMENTO NO HISTORICO;
      *>   'E' DESFAZ A RETENCAO DE UM PAGAMENTO REVERTIDO ('E');
      *>   'S' DEVOLVE O SALDO RETIDO DE UM FORNECEDOR/CONTRATO;
      *>   'L' LIBERA (TOTAL OU PARCIAL) O SALDO RETIDO ('L'), COM O
      *>       APROVADOR E O DOCUMENTO A PAGAR GERADO PELA LIBERACAO.
      *> TITULO DE NATUREZA 'CAUC' E A PROPRIA DEVOLUCAO DA GARANTIA E
      *> NUNCA SOFRE NOVA RETENCAO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAUCAO-FILE *> Razao de caucoes por fornecedor/contrato
               ASSIGN TO 'CAUCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-STATUS-CAUCAO.

           SELECT CAUCMOV-FILE *> Movimentos da caucao (retencao/estorno/liberacao)
               ASSIGN TO 'CAUCMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAUCMOV.

           SELECT CAUCDOC-FILE *> Percentual de caucao informado no titulo
               ASSIGN TO 'CAUCDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-CAUCDOC.

           SELECT CONTRATO-FILE *> Cadastro de contratos recorrentes
               ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CNPJ-FORN
               FILE STATUS IS WS-STATUS-CONTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  CAUCAO-FILE.
       01  CAUCAO-REG.
           05 CC-CHAVE.
              10 CC-CNPJ          PIC 9(14).
              10 CC-CONTRATO      PIC X(15).
           05 CC-VALOR-RETIDO     PIC 9(12)V99.
           05 CC-VALOR-LIBERADO   PIC 9(12)V99.
           05 CC-DATA-ULT-MOV     PIC 9(08).

       FD  CAUCMOV-FILE.
       01  CAUCMOV-REG.
           05 CM-DATA-HORA        PIC 9(14).
           05 CM-CNPJ             PIC 9(14).
           05 CM-CONTRATO         PIC X(15).
           05 CM-TIPO             PIC X(01).
           05 CM-VALOR            PIC 9(10)V99.
           05 CM-NUM-DOC          PIC 9(10).
           05 CM-SEQ-HIST         PIC 9(04).
           05 CM-DATA-MOV         PIC 9(08).
           05 CM-APROVADOR        PIC X(06).

       FD  CAUCDOC-FILE.
       01  CAUCDOC-REG.
           05 CD-CHAVE.
              10 CD-NUM-DOC       PIC 9(10).
              10 CD-CNPJ-FORN     PIC 9(14).
           05 CD-CONTRATO         PIC X(15).
           05 CD-PERCENTUAL       PIC 9(02)V99.

       FD  CONTRATO-FILE.
       01  CONTRATO-REG.
           05 CT-CNPJ-FORN      PIC 9(14).
           05 CT-DESCRICAO      PIC X(40).
           05 CT-VALOR          PIC 9(10)V99.
           05 CT-DIA-VENCIMENTO PIC 9(02).
           05 CT-SITUACAO       PIC X(01).
           05 CT-NATUREZA       PIC X(04).
           05 CT-INDICE         PIC X(05).
           05 CT-MES-ANIVERSARIO PIC 9(02).
           05 CT-ANO-MES-ULT-REAJ PIC 9(06).
           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-VALOR-GERADO   PIC 9(12)V99.
           05 CT-COMPETENCIA-FIM PIC 9(06).
           05 CT-NUM-CONTRATO   PIC X(15).
           05 CT-PERC-CAUCAO    PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAUCAO         PIC X(2).
          88 STATUS-OK-CC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CC VALUE '35'.
       01 WS-STATUS-CAUCMOV        PIC X(2).
          88 STATUS-OK-CM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CM VALUE '35'.
       01 WS-STATUS-CAUCDOC        PIC X(2).
          88 STATUS-OK-CD           VALUE '00'.
       01 WS-STATUS-CONTRATO       PIC X(2).
          88 STATUS-OK-CT           VALUE '00'.

       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-PERC-DO-TITULO        PIC X(01).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

      *> CAUCAO CALCULADA NO 'C', ESPERANDO O 'B'
       01 WS-CC-CNPJ-CALC          PIC 9(14) VALUE ZERO.
       01 WS-CC-DOC-CALC           PIC 9(10) VALUE ZERO.
       01 WS-CC-VALOR-CALC         PIC 9(10)V99 VALUE ZERO.
       01 WS-CC-CONTRATO-CALC      PIC X(15).

      *> ESTORNO: RETIDO MENOS JA ESTORNADO DO LANCAMENTO REVERTIDO
       01 WS-CC-ESTORNO            PIC S9(10)V99.
       01 WS-CC-CONTRATO-EST       PIC X(15).

       LINKAGE SECTION.
       01  LNK-CAUCAO-PARM.
           05 LNK-CC-FUNCAO        PIC X(01).
           05 LNK-CC-CNPJ          PIC 9(14).
           05 LNK-CC-NUM-DOC       PIC 9(10).
           05 LNK-CC-SEQ-HIST      PIC 9(04).
           05 LNK-CC-NATUREZA      PIC X(04).
           05 LNK-CC-DATA-MOV      PIC 9(08).
           05 LNK-CC-VALOR-BASE    PIC 9(10)V99.
           05 LNK-CC-PERCENTUAL    PIC 9(02)V99.
           05 LNK-CC-VALOR-CAUCAO  PIC 9(10)V99.
           05 LNK-CC-CONTRATO      PIC X(15).
           05 LNK-CC-APROVADOR     PIC X(06).
           05 LNK-CC-SALDO         PIC 9(12)V99.
           05 LNK-CC-RETORNO       PIC X(01).

       PROCEDURE DIVISION USING LNK-CAUCAO-PARM.
       100-APLICAR-CAUCAO.
           MOVE 'S' TO LNK-CC-RETORNO.
           EVALUATE LNK-CC-FUNCAO
               WHEN 'C'
                   PERFORM 200-CALCULAR-CAUCAO
               WHEN 'B'
                   PERFORM 300-GRAVAR-RETENCAO
               WHEN 'E'
                   PERFORM 400-ESTORNAR-RETENCAO
               WHEN 'S'
                   PERFORM 500-CONSULTAR-SALDO
               WHEN 'L'
                   PERFORM 600-LIBERAR-CAUCAO
               WHEN OTHER
                   MOVE 'N' TO LNK-CC-RETORNO
           END-EVALUATE.
           GOBACK.

      *> O PERCENTUAL DO TITULO VALE SOBRE O DO CONTRATO, INCLUSIVE
      *> QUANDO ZERO (TITULO DISPENSADO DA CAUCAO); SEM PERCENTUAL NO
      *> TITULO, VALE O DO CONTRATO SE ELE ESTIVER ATIVO
       200-CALCULAR-CAUCAO.
           MOVE ZERO TO LNK-CC-VALOR-CAUCAO LNK-CC-PERCENTUAL.
           MOVE SPACES TO LNK-CC-CONTRATO.
           MOVE ZERO TO WS-CC-VALOR-CALC.
           MOVE LNK-CC-CNPJ TO WS-CC-CNPJ-CALC.
           MOVE LNK-CC-NUM-DOC TO WS-CC-DOC-CALC.
           IF LNK-CC-NATUREZA = 'CAUC' OR LNK-CC-VALOR-BASE = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PERC-DO-TITULO.
           OPEN INPUT CAUCDOC-FILE.
           IF STATUS-OK-CD
               MOVE LNK-CC-NUM-DOC TO CD-NUM-DOC
               MOVE LNK-CC-CNPJ TO CD-CNPJ-FORN
               READ CAUCDOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PERC-DO-TITULO
                       MOVE CD-PERCENTUAL TO LNK-CC-PERCENTUAL
                       MOVE CD-CONTRATO TO LNK-CC-CONTRATO
               END-READ
           END-IF.
           CLOSE CAUCDOC-FILE.

           IF WS-PERC-DO-TITULO = 'N'
               PERFORM 250-LER-CONTRATO
           END-IF.

           IF LNK-CC-PERCENTUAL = ZERO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE LNK-CC-VALOR-CAUCAO ROUNDED =
               LNK-CC-VALOR-BASE * LNK-CC-PERCENTUAL / 100.
           MOVE LNK-CC-VALOR-CAUCAO TO WS-CC-VALOR-CALC.
           MOVE LNK-CC-CONTRATO TO WS-CC-CONTRATO-CALC.

       250-LER-CONTRATO.
           OPEN INPUT CONTRATO-FILE.
           IF NOT STATUS-OK-CT
               CLOSE CONTRATO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-CC-CNPJ TO CT-CNPJ-FORN.
           READ CONTRATO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CT-SITUACAO = 'A'
                       MOVE CT-PERC-CAUCAO TO LNK-CC-PERCENTUAL
                       MOVE CT-NUM-CONTRATO TO LNK-CC-CONTRATO
                   END-IF
           END-READ.
           CLOSE CONTRATO-FILE.

      *> O 'B' SO VALE PARA O DOCUMENTO DO ULTIMO 'C'; SEM CAUCAO
      *> CALCULADA NAO HA O QUE GRAVAR
       300-GRAVAR-RETENCAO.
           IF WS-CC-VALOR-CALC = ZERO OR
                   WS-CC-CNPJ-CALC NOT = LNK-CC-CNPJ OR
                   WS-CC-DOC-CALC NOT = LNK-CC-NUM-DOC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 700-ABRIR-RAZAO.
           IF NOT STATUS-OK-CC
               MOVE 'N' TO LNK-CC-RETORNO
               EXIT PARAGRAPH
           END-IF.

           MOVE LNK-CC-CNPJ TO CC-CNPJ.
           MOVE WS-CC-CONTRATO-CALC TO CC-CONTRATO.
           READ CAUCAO-FILE
               INVALID KEY
                   MOVE ZERO TO CC-VALOR-RETIDO CC-VALOR-LIBERADO
                   ADD WS-CC-VALOR-CALC TO CC-VALOR-RETIDO
                   MOVE LNK-CC-DATA-MOV TO CC-DATA-ULT-MOV
                   WRITE CAUCAO-REG
                       INVALID KEY
                           MOVE 'N' TO LNK-CC-RETORNO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CC-VALOR-CALC TO CC-VALOR-RETIDO
                   MOVE LNK-CC-DATA-MOV TO CC-DATA-ULT-MOV
                   REWRITE CAUCAO-REG
                       INVALID KEY
                           MOVE 'N' TO LNK-CC-RETORNO
                   END-REWRITE
           END-READ.
           CLOSE CAUCAO-FILE.

           IF LNK-CC-RETORNO = 'N'
               DISPLAY "ERRO ao gravar a caucao no razao de caucoes. "
                       "Status: " WS-STATUS-CAUCAO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO CM-TIPO.
           MOVE WS-CC-CONTRATO-CALC TO CM-CONTRATO.
           MOVE WS-CC-VALOR-CALC TO CM-VALOR.
           MOVE SPACES TO CM-APROVADOR.
           PERFORM 750-GRAVAR-MOVIMENTO.
           DISPLAY "Caucao contratual retida: " WS-CC-VALOR-CALC
                   " (contrato " WS-CC-CONTRATO-CALC ")".
           MOVE ZERO TO WS-CC-VALOR-CALC.

      *> RECOLHE AS RETENCOES 'R' DO LANCAMENTO REVERTIDO (DOCUMENTO E
      *> SEQUENCIA), DESCONTA O QUE JA FOI ESTORNADO E DEVOLVE O
      *> RESTANTE, TIRANDO-O DO SALDO RETIDO DO CONTRATO
       400-ESTORNAR-RETENCAO.
           MOVE ZERO TO LNK-CC-VALOR-CAUCAO.
           MOVE ZERO TO WS-CC-ESTORNO.
           MOVE SPACES TO WS-CC-CONTRATO-EST.
           OPEN INPUT CAUCMOV-FILE.
           IF NOT STATUS-OK-CM
               CLOSE CAUCMOV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 450-COLETAR-RETENCAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CAUCMOV-FILE.
           IF WS-CC-ESTORNO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 700-ABRIR-RAZAO.
           IF NOT STATUS-OK-CC
               DISPLAY "ERRO ao abrir o razao de caucoes no estorno. "
                       "Status: " WS-STATUS-CAUCAO
               MOVE 'N' TO LNK-CC-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-CC-CNPJ TO CC-CNPJ.
           MOVE WS-CC-CONTRATO-EST TO CC-CONTRATO.
           READ CAUCAO-FILE
               INVALID KEY
                   DISPLAY "AVISO: contrato " WS-CC-CONTRATO-EST
                           " nao encontrado no razao de caucoes."
               NOT INVALID KEY
                   IF CC-VALOR-RETIDO > WS-CC-ESTORNO
                       SUBTRACT WS-CC-ESTORNO FROM CC-VALOR-RETIDO
                   ELSE
                       MOVE ZERO TO CC-VALOR-RETIDO
                   END-IF
                   MOVE LNK-CC-DATA-MOV TO CC-DATA-ULT-MOV
                   REWRITE CAUCAO-REG
                       INVALID KEY
                           DISPLAY "AVISO: falha ao devolver a caucao "
                                   "do contrato " WS-CC-CONTRATO-EST "."
                   END-REWRITE
           END-READ.
           CLOSE CAUCAO-FILE.

           MOVE 'E' TO CM-TIPO.
           MOVE WS-CC-CONTRATO-EST TO CM-CONTRATO.
           MOVE WS-CC-ESTORNO TO CM-VALOR.
           MOVE SPACES TO CM-APROVADOR.
           PERFORM 750-GRAVAR-MOVIMENTO.
           MOVE WS-CC-ESTORNO TO LNK-CC-VALOR-CAUCAO.
           MOVE WS-CC-CONTRATO-EST TO LNK-CC-CONTRATO.
           DISPLAY "Caucao contratual estornada: " WS-CC-ESTORNO.

       450-COLETAR-RETENCAO.
           READ CAUCMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CM-CNPJ = LNK-CC-CNPJ AND
                           CM-NUM-DOC = LNK-CC-NUM-DOC AND
                           CM-SEQ-HIST = LNK-CC-SEQ-HIST
                       IF CM-TIPO = 'R'
                           ADD CM-VALOR TO WS-CC-ESTORNO
                           MOVE CM-CONTRATO TO WS-CC-CONTRATO-EST
                       END-IF
                       IF CM-TIPO = 'E'
                           SUBTRACT CM-VALOR FROM WS-CC-ESTORNO
                       END-IF
                   END-IF
           END-READ.

      *> SALDO RETIDO E AINDA NAO LIBERADO DE UM FORNECEDOR/CONTRATO
       500-CONSULTAR-SALDO.
           MOVE ZERO TO LNK-CC-SALDO.
           OPEN INPUT CAUCAO-FILE.
           IF NOT STATUS-OK-CC
               CLOSE CAUCAO-FILE
               MOVE 'N' TO LNK-CC-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-CC-CNPJ TO CC-CNPJ.
           MOVE LNK-CC-CONTRATO TO CC-CONTRATO.
           READ CAUCAO-FILE
               INVALID KEY
                   MOVE 'N' TO LNK-CC-RETORNO
               NOT INVALID KEY
                   COMPUTE LNK-CC-SALDO =
                       CC-VALOR-RETIDO - CC-VALOR-LIBERADO
           END-READ.
           CLOSE CAUCAO-FILE.

      *> A LIBERACAO NUNCA PASSA DO SALDO RETIDO; O MOVIMENTO 'L' LEVA
      *> O APROVADOR E O DOCUMENTO A PAGAR QUE DEVOLVE A GARANTIA
       600-LIBERAR-CAUCAO.
           OPEN I-O CAUCAO-FILE.
           IF NOT STATUS-OK-CC
               CLOSE CAUCAO-FILE
               MOVE 'N' TO LNK-CC-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-CC-CNPJ TO CC-CNPJ.
           MOVE LNK-CC-CONTRATO TO CC-CONTRATO.
           READ CAUCAO-FILE
               INVALID KEY
                   MOVE 'N' TO LNK-CC-RETORNO
                   CLOSE CAUCAO-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF LNK-CC-VALOR-CAUCAO = ZERO OR LNK-CC-VALOR-CAUCAO >
                   CC-VALOR-RETIDO - CC-VALOR-LIBERADO
               MOVE 'N' TO LNK-CC-RETORNO
               CLOSE CAUCAO-FILE
               EXIT PARAGRAPH
           END-IF.
           ADD LNK-CC-VALOR-CAUCAO TO CC-VALOR-LIBERADO.
           MOVE LNK-CC-DATA-MOV TO CC-DATA-ULT-MOV.
           REWRITE CAUCAO-REG
               INVALID KEY
                   MOVE 'N' TO LNK-CC-RETORNO
           END-REWRITE.
           COMPUTE LNK-CC-SALDO = CC-VALOR-RETIDO - CC-VALOR-LIBERADO.
           CLOSE CAUCAO-FILE.
           IF LNK-CC-RETORNO = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'L' TO CM-TIPO.
           MOVE LNK-CC-CONTRATO TO CM-CONTRATO.
           MOVE LNK-CC-VALOR-CAUCAO TO CM-VALOR.
           MOVE LNK-CC-APROVADOR TO CM-APROVADOR.
           PERFORM 750-GRAVAR-MOVIMENTO.

       700-ABRIR-RAZAO.
           OPEN I-O CAUCAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CC
               OPEN OUTPUT CAUCAO-FILE
               CLOSE CAUCAO-FILE
               OPEN I-O CAUCAO-FILE
           END-IF.

       750-GRAVAR-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN EXTEND CAUCMOV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CM
               OPEN OUTPUT CAUCMOV-FILE
           END-IF.
           IF NOT STATUS-OK-CM
               DISPLAY "ERRO ao gravar movimento de caucao. Status: "
                       WS-STATUS-CAUCMOV
               CLOSE CAUCMOV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DH-DATA TO CM-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO CM-DATA-HORA(9:6).
           MOVE LNK-CC-CNPJ TO CM-CNPJ.
           MOVE LNK-CC-NUM-DOC TO CM-NUM-DOC.
           MOVE LNK-CC-SEQ-HIST TO CM-SEQ-HIST.
           MOVE LNK-CC-DATA-MOV TO CM-DATA-MOV.
           WRITE CAUCMOV-REG.
           CLOSE CAUCMOV-FILE.
