       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDANT.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPANT-FILE *> Despesas antecipadas a apropriar por competencia
               ASSIGN TO 'DESPANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WS-STATUS-DESPANT.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DESPANT-FILE.
       01  DESPANT-REG.
           05 DA-CHAVE.
              10 DA-NUM-DOC       PIC 9(10).
              10 DA-CNPJ-FORN     PIC 9(14).
           05 DA-COMPET-INICIO    PIC 9(06).
           05 DA-QTD-MESES        PIC 9(03).
           05 DA-VALOR            PIC 9(10)V99.
           05 DA-CENTRO-CUSTO     PIC X(06).
           05 DA-NATUREZA         PIC X(04).
           05 DA-DATA-HORA        PIC 9(14).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DESPANT        PIC X(2).
          88 STATUS-OK-DA           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-SO-COM-SALDO          PIC X(01).
       01 WS-COMPET-BASE           PIC 9(06).
       01 WS-LINHA                 PIC X(132).
       01 WS-QTD-ITENS             PIC 9(05) VALUE ZERO.

      *> MESES JA APROPRIADOS ATE A COMPETENCIA-BASE (INCLUSIVE),
      *> LIMITADOS AO PERIODO DA APROPRIACAO; A COTA MENSAL E A MESMA
      *> DO GLEXTRAT (TRUNCADA, COM A SOBRA NO ULTIMO MES)
       01 WS-ANO-BASE              PIC 9(04).
       01 WS-MES-BASE              PIC 9(02).
       01 WS-ANO-INI               PIC 9(04).
       01 WS-MES-INI               PIC 9(02).
       01 WS-MESES-DECORRIDOS      PIC S9(05).
       01 WS-MESES-RESTANTES       PIC 9(03).
       01 WS-COTA-MENSAL           PIC 9(10)V99.
       01 WS-APROPRIADO            PIC 9(10)V99.
       01 WS-SALDO-ITEM            PIC 9(10)V99.
       01 WS-TOTAL-VALOR           PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-APROPRIADO      PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *> CRONOGRAMA DAS DESPESAS ANTECIPADAS: PARA CADA TITULO MARCADO
      *> NO LANCAMENTO, O VALOR, O PERIODO DE APROPRIACAO, O QUE JA FOI
      *> APROPRIADO ATE A COMPETENCIA-BASE E O SALDO QUE AINDA ESTA NO
      *> ATIVO -- O TOTAL E O QUE A CONTA '*FIN  '/'DANT' DEVE MOSTRAR
       100-INICIAR.
           DISPLAY "--- Cronograma de Despesas Antecipadas ---".
           DISPLAY "Competencia-base (AAAAMM, 0 = mes atual): "
                   WITH NO ADVANCING.
           ACCEPT WS-COMPET-BASE.
           IF WS-COMPET-BASE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPET-BASE
           END-IF.
           DISPLAY "Somente itens com saldo a apropriar? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-SO-COM-SALDO.
           MOVE FUNCTION UPPER-CASE(WS-SO-COM-SALDO) TO WS-SO-COM-SALDO.
           MOVE WS-COMPET-BASE(1:4) TO WS-ANO-BASE.
           MOVE WS-COMPET-BASE(5:2) TO WS-MES-BASE.

           OPEN INPUT DESPANT-FILE.
           IF NOT STATUS-OK-DA
               DISPLAY "AVISO: nenhuma despesa antecipada registrada."
               CLOSE DESPANT-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELDANT_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "DESPESAS ANTECIPADAS - POSICAO NA COMPETENCIA "
                  WS-COMPET-BASE " - EMITIDO EM " WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  FORNECEDOR     NAT  CENTRO INICIO MES "
                  "VALOR         APROPRIADO    SALDO         REST"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO DA-CHAVE.
           START DESPANT-FILE KEY IS GREATER THAN DA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-PROXIMO-ITEM UNTIL WS-FIM-LEITURA = 'Y'.

           MOVE "========================================" TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL " WS-QTD-ITENS " item(ns)  valor "
                  WS-TOTAL-VALOR "  apropriado " WS-TOTAL-APROPRIADO
                  "  saldo no ativo " WS-TOTAL-SALDO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           CLOSE CONTAPAGAR-FILE.
           CLOSE DESPANT-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMO-ITEM.
           READ DESPANT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE DA-NUM-DOC TO CP-NUM-DOC
                   MOVE DA-CNPJ-FORN TO CP-CNPJ-FORN
                   READ CONTAPAGAR-FILE
                       INVALID KEY
                           MOVE 'C' TO CP-SITUACAO
                   END-READ
                   IF CP-SITUACAO NOT = 'C' AND CP-SITUACAO NOT = 'R'
                       PERFORM 300-POSICAO-ITEM
                   END-IF
           END-READ.

       300-POSICAO-ITEM.
           MOVE DA-COMPET-INICIO(1:4) TO WS-ANO-INI.
           MOVE DA-COMPET-INICIO(5:2) TO WS-MES-INI.
           COMPUTE WS-MESES-DECORRIDOS =
               (WS-ANO-BASE - WS-ANO-INI) * 12
               + WS-MES-BASE - WS-MES-INI + 1.
           IF WS-MESES-DECORRIDOS < ZERO
               MOVE ZERO TO WS-MESES-DECORRIDOS
           END-IF.
           IF WS-MESES-DECORRIDOS > DA-QTD-MESES
               MOVE DA-QTD-MESES TO WS-MESES-DECORRIDOS
           END-IF.

           COMPUTE WS-COTA-MENSAL = DA-VALOR / DA-QTD-MESES.
           IF WS-MESES-DECORRIDOS = DA-QTD-MESES
               MOVE DA-VALOR TO WS-APROPRIADO
           ELSE
               COMPUTE WS-APROPRIADO =
                   WS-COTA-MENSAL * WS-MESES-DECORRIDOS
           END-IF.
           COMPUTE WS-SALDO-ITEM = DA-VALOR - WS-APROPRIADO.
           COMPUTE WS-MESES-RESTANTES =
               DA-QTD-MESES - WS-MESES-DECORRIDOS.
           IF WS-SO-COM-SALDO = 'S' AND WS-SALDO-ITEM = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-ITENS.
           ADD DA-VALOR TO WS-TOTAL-VALOR.
           ADD WS-APROPRIADO TO WS-TOTAL-APROPRIADO.
           ADD WS-SALDO-ITEM TO WS-TOTAL-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING DA-NUM-DOC " " DA-CNPJ-FORN " " DA-NATUREZA " "
                  DA-CENTRO-CUSTO " " DA-COMPET-INICIO " " DA-QTD-MESES
                  " " DA-VALOR " " WS-APROPRIADO " " WS-SALDO-ITEM " "
                  WS-MESES-RESTANTES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
