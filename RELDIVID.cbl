       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIVID.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE *> Emprestimos, FINAME e leasing contratados
               ASSIGN TO 'EMPRESTIMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CONTRATO
               FILE STATUS IS WS-STATUS-EMPRESTIMO.

           SELECT EMPRPARC-FILE *> Cronograma de amortizacao por parcela
               ASSIGN TO 'EMPRPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-DOC-CHAVE
               FILE STATUS IS WS-STATUS-EMPRPARC.

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
       FD  EMPRESTIMO-FILE.
       01  EMPRESTIMO-REG.
           05 EM-CONTRATO         PIC X(15).
           05 EM-CNPJ-CREDOR      PIC 9(14).
           05 EM-DESCRICAO        PIC X(30).
           05 EM-MODALIDADE       PIC X(01).
           05 EM-SISTEMA          PIC X(01).
           05 EM-PRINCIPAL        PIC 9(12)V99.
           05 EM-TAXA-MENSAL      PIC 9(02)V9(04).
           05 EM-PRAZO            PIC 9(03).
           05 EM-CARENCIA         PIC 9(03).
           05 EM-DATA-CONTRATO    PIC 9(08).
           05 EM-COMPET-1A-PARC   PIC 9(06).
           05 EM-DIA-VENCIMENTO   PIC 9(02).
           05 EM-CENTRO-CUSTO     PIC X(06).
           05 EM-FILIAL           PIC X(04).
           05 EM-SITUACAO         PIC X(01).
           05 EM-DOC-INICIAL      PIC 9(10).
           05 EM-DATA-HORA-ALT    PIC 9(14).

       FD  EMPRPARC-FILE.
       01  EMPRPARC-REG.
           05 EP-CHAVE.
              10 EP-CONTRATO      PIC X(15).
              10 EP-PARCELA       PIC 9(03).
           05 EP-DOC-CHAVE.
              10 EP-NUM-DOC       PIC 9(10).
              10 EP-CNPJ-CREDOR   PIC 9(14).
           05 EP-DATA-VENC        PIC 9(08).
           05 EP-PRESTACAO        PIC 9(10)V99.
           05 EP-AMORTIZACAO      PIC 9(10)V99.
           05 EP-JUROS            PIC 9(10)V99.
           05 EP-SALDO-DEVEDOR    PIC 9(12)V99.

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
       01 WS-STATUS-EMPRESTIMO     PIC X(2).
          88 STATUS-OK-EM           VALUE '00'.
       01 WS-STATUS-EMPRPARC       PIC X(2).
          88 STATUS-OK-EP           VALUE '00'.
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
       01 WS-FIM-PARCELAS          PIC X(01).
       01 WS-DATA-BASE             PIC 9(08).
       01 WS-DATA-LIMITE-CP        PIC 9(08).
       01 WS-LINHA                 PIC X(132).
       01 WS-QTD-CONTRATOS         PIC 9(04) VALUE ZERO.

      *> PRINCIPAL EM ABERTO DE CADA PARCELA: A AMORTIZACAO DO
      *> CRONOGRAMA, PROPORCIONAL AO SALDO QUANDO O TITULO FOI PAGO EM
      *> PARTE; TITULO PAGO, CANCELADO OU RENEGOCIADO NAO CONTA MAIS
       01 WS-PRINC-PARCELA         PIC 9(10)V99.
       01 WS-QTD-ABERTAS           PIC 9(03).
       01 WS-CT-CURTO              PIC 9(12)V99.
       01 WS-CT-LONGO              PIC 9(12)V99.
       01 WS-CT-SALDO              PIC 9(12)V99.
       01 WS-TOTAL-PRINCIPAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CURTO           PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-LONGO           PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *> POSICAO DO ENDIVIDAMENTO: PARA CADA FINANCIAMENTO COM
      *> CRONOGRAMA GERADO, O PRINCIPAL AINDA DEVIDO NA DATA-BASE,
      *> SEPARADO EM CURTO PRAZO (PARCELAS QUE VENCEM EM ATE 12 MESES
      *> DA DATA-BASE) E LONGO PRAZO (O RESTANTE), COMO O BALANCO PEDE
       100-INICIAR.
           DISPLAY "--- Posicao de Emprestimos e Financiamentos ---".
           DISPLAY "Data-base (AAAAMMDD, 0 = hoje): " WITH NO ADVANCING.
           ACCEPT WS-DATA-BASE.
           IF WS-DATA-BASE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-BASE
           END-IF.
           COMPUTE WS-DATA-LIMITE-CP = WS-DATA-BASE + 10000.

           OPEN INPUT EMPRESTIMO-FILE.
           IF NOT STATUS-OK-EM
               DISPLAY "AVISO: nenhum financiamento cadastrado."
               CLOSE EMPRESTIMO-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT EMPRPARC-FILE.
           OPEN INPUT CONTAPAGAR-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELDIVID_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "POSICAO DE EMPRESTIMOS E FINANCIAMENTOS EM "
                  WS-DATA-BASE " - EMITIDO EM " WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTRATO        MOD SIS CREDOR         "
                  "PRINCIPAL      SALDO DEVEDOR  CURTO PRAZO    "
                  "LONGO PRAZO    PARC"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO EM-CONTRATO.
           START EMPRESTIMO-FILE KEY IS GREATER THAN EM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-PROXIMO-CONTRATO UNTIL WS-FIM-LEITURA = 'Y'.

           MOVE "========================================" TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL " WS-QTD-CONTRATOS " contrato(s)  principal "
                  WS-TOTAL-PRINCIPAL "  saldo devedor " WS-TOTAL-SALDO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  curto prazo (ate " WS-DATA-LIMITE-CP ") "
                  WS-TOTAL-CURTO "  longo prazo " WS-TOTAL-LONGO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           CLOSE CONTAPAGAR-FILE.
           CLOSE EMPRPARC-FILE.
           CLOSE EMPRESTIMO-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMO-CONTRATO.
           READ EMPRESTIMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF EM-SITUACAO = 'G'
                       PERFORM 300-POSICAO-CONTRATO
                   END-IF
           END-READ.

       300-POSICAO-CONTRATO.
           MOVE ZERO TO WS-CT-CURTO WS-CT-LONGO WS-QTD-ABERTAS.
           MOVE 'N' TO WS-FIM-PARCELAS.
           MOVE EM-CONTRATO TO EP-CONTRATO.
           MOVE ZERO TO EP-PARCELA.
           START EMPRPARC-FILE KEY IS GREATER THAN OR EQUAL TO EP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-PARCELAS
           END-START.
           PERFORM 310-LER-PROXIMA-PARCELA UNTIL WS-FIM-PARCELAS = 'Y'.
           COMPUTE WS-CT-SALDO = WS-CT-CURTO + WS-CT-LONGO.
           IF WS-CT-SALDO = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-CONTRATOS.
           ADD EM-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-CT-SALDO TO WS-TOTAL-SALDO.
           ADD WS-CT-CURTO TO WS-TOTAL-CURTO.
           ADD WS-CT-LONGO TO WS-TOTAL-LONGO.
           MOVE SPACES TO WS-LINHA.
           STRING EM-CONTRATO " " EM-MODALIDADE "   " EM-SISTEMA "   "
                  EM-CNPJ-CREDOR " " EM-PRINCIPAL " " WS-CT-SALDO " "
                  WS-CT-CURTO " " WS-CT-LONGO " " WS-QTD-ABERTAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

       310-LER-PROXIMA-PARCELA.
           READ EMPRPARC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-PARCELAS
               NOT AT END
                   IF EP-CONTRATO NOT = EM-CONTRATO
                       MOVE 'Y' TO WS-FIM-PARCELAS
                   ELSE
                       PERFORM 320-AVALIAR-PARCELA
                   END-IF
           END-READ.

       320-AVALIAR-PARCELA.
           MOVE EP-AMORTIZACAO TO WS-PRINC-PARCELA.
           MOVE EP-NUM-DOC TO CP-NUM-DOC.
           MOVE EP-CNPJ-CREDOR TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO = 'P' OR CP-SITUACAO = 'C' OR
                   CP-SITUACAO = 'R'
               EXIT PARAGRAPH
           END-IF.
           IF CP-SALDO > ZERO AND CP-SALDO < CP-VALOR
               COMPUTE WS-PRINC-PARCELA ROUNDED =
                   EP-AMORTIZACAO * CP-SALDO / CP-VALOR
           END-IF.
           IF WS-PRINC-PARCELA = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ABERTAS.
           IF EP-DATA-VENC <= WS-DATA-LIMITE-CP
               ADD WS-PRINC-PARCELA TO WS-CT-CURTO
           ELSE
               ADD WS-PRINC-PARCELA TO WS-CT-LONGO
           END-IF.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
