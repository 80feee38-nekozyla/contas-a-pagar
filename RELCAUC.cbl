       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAUC.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAUCAO-FILE *> Razao de caucoes por fornecedor/contrato
               ASSIGN TO 'CAUCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-STATUS-CAUCAO.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

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

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-CNPJ           PIC 9(14).
           05 F-RAZAO-SOCIAL   PIC X(40).
           05 F-ENDERECO       PIC X(50).
           05 F-TELEFONE       PIC 9(11).
           05 F-EMAIL          PIC X(30).
           05 F-SITUACAO       PIC X(01).
           05 F-STATUS-APROVACAO PIC X(08).
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CAUCAO         PIC X(2).
          88 STATUS-OK-CC           VALUE '00'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-CNPJ-FILTRO           PIC 9(14).
       01 WS-SO-COM-SALDO          PIC X(01).
       01 WS-CNPJ-ANTERIOR         PIC 9(14) VALUE ZERO.
       01 WS-QTD-CONTRATOS         PIC 9(04) VALUE ZERO.
       01 WS-QTD-FORNECEDORES      PIC 9(04) VALUE ZERO.
       01 WS-QTD-CONTRATOS-FORN    PIC 9(04) VALUE ZERO.
       01 WS-SALDO-CONTRATO        PIC 9(12)V99.
       01 WS-LINHA                 PIC X(132).

       01 WS-FORN-RETIDO           PIC 9(12)V99 VALUE ZERO.
       01 WS-FORN-LIBERADO         PIC 9(12)V99 VALUE ZERO.
       01 WS-FORN-SALDO            PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-RETIDO          PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-LIBERADO        PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *> CAUCOES CONTRATUAIS EM PODER DA EMPRESA: POR FORNECEDOR E
      *> CONTRATO, O TOTAL RETIDO NOS PAGAMENTOS, O JA LIBERADO E O
      *> SALDO AINDA GUARDADO COMO GARANTIA, COM SUBTOTAL POR
      *> FORNECEDOR E TOTAL GERAL -- A POSICAO QUE O JURIDICO E A
      *> CONTABILIDADE CONFEREM CONTRA O PASSIVO DE CAUCOES
       100-INICIAR.
           DISPLAY "--- Caucoes Contratuais Retidas ---".
           DISPLAY "CNPJ/CPF do fornecedor (0 = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-CNPJ-FILTRO.
           DISPLAY "Somente contratos com saldo retido? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-SO-COM-SALDO.
           MOVE FUNCTION UPPER-CASE(WS-SO-COM-SALDO) TO WS-SO-COM-SALDO.

           OPEN INPUT CAUCAO-FILE.
           IF NOT STATUS-OK-CC
               DISPLAY "AVISO: Nenhuma caucao retida ate agora."
               CLOSE CAUCAO-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELCAUC_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "CAUCOES CONTRATUAIS RETIDAS POR FORNECEDOR - "
                  "EMITIDO EM " WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  CONTRATO        RETIDO           LIBERADO         "
                  "SALDO RETIDO     ULT.MOV"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-CNPJ-FILTRO TO CC-CNPJ.
           MOVE LOW-VALUES TO CC-CONTRATO.
           START CAUCAO-FILE KEY IS GREATER THAN OR EQUAL TO CC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-PROXIMA-CAUCAO UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-QTD-CONTRATOS-FORN > ZERO
               PERFORM 400-FECHAR-FORNECEDOR
           END-IF.

           IF WS-QTD-CONTRATOS = ZERO
               MOVE "Nenhuma caucao encontrada para o filtro."
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           ELSE
               MOVE "========================================"
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "TOTAL GERAL: " WS-QTD-FORNECEDORES
                      " fornecedor(es), " WS-QTD-CONTRATOS
                      " contrato(s)"
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "  retido " WS-TOTAL-RETIDO "  liberado "
                      WS-TOTAL-LIBERADO "  saldo retido " WS-TOTAL-SALDO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           END-IF.

           CLOSE FORNECEDORES-FILE.
           CLOSE CAUCAO-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMA-CAUCAO.
           READ CAUCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CNPJ-FILTRO NOT = ZERO AND
                           CC-CNPJ NOT = WS-CNPJ-FILTRO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       COMPUTE WS-SALDO-CONTRATO =
                           CC-VALOR-RETIDO - CC-VALOR-LIBERADO
                       IF WS-SO-COM-SALDO NOT = 'S' OR
                               WS-SALDO-CONTRATO > ZERO
                           PERFORM 300-IMPRIMIR-CONTRATO
                       END-IF
                   END-IF
           END-READ.

      *> QUEBRA POR FORNECEDOR: FECHA O SUBTOTAL DO ANTERIOR E ABRE O
      *> CABECALHO COM A RAZAO SOCIAL DO NOVO
       300-IMPRIMIR-CONTRATO.
           IF CC-CNPJ NOT = WS-CNPJ-ANTERIOR
               IF WS-QTD-CONTRATOS-FORN > ZERO
                   PERFORM 400-FECHAR-FORNECEDOR
               END-IF
               MOVE CC-CNPJ TO WS-CNPJ-ANTERIOR
               ADD 1 TO WS-QTD-FORNECEDORES
               MOVE CC-CNPJ TO F-CNPJ
               READ FORNECEDORES-FILE
                   INVALID KEY
                       MOVE "(fornecedor nao cadastrado)"
                           TO F-RAZAO-SOCIAL
               END-READ
               MOVE "----------------------------------------"
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "Fornecedor: " CC-CNPJ " " F-RAZAO-SOCIAL
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           END-IF.

           ADD 1 TO WS-QTD-CONTRATOS.
           ADD 1 TO WS-QTD-CONTRATOS-FORN.
           MOVE SPACES TO WS-LINHA.
           STRING "  " CC-CONTRATO " " CC-VALOR-RETIDO "  "
                  CC-VALOR-LIBERADO "  " WS-SALDO-CONTRATO "  "
                  CC-DATA-ULT-MOV
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           ADD CC-VALOR-RETIDO TO WS-FORN-RETIDO.
           ADD CC-VALOR-LIBERADO TO WS-FORN-LIBERADO.
           ADD WS-SALDO-CONTRATO TO WS-FORN-SALDO.

       400-FECHAR-FORNECEDOR.
           MOVE SPACES TO WS-LINHA.
           STRING "  Subtotal       " WS-FORN-RETIDO "  "
                  WS-FORN-LIBERADO "  " WS-FORN-SALDO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           ADD WS-FORN-RETIDO TO WS-TOTAL-RETIDO.
           ADD WS-FORN-LIBERADO TO WS-TOTAL-LIBERADO.
           ADD WS-FORN-SALDO TO WS-TOTAL-SALDO.
           MOVE ZERO TO WS-FORN-RETIDO WS-FORN-LIBERADO WS-FORN-SALDO.
           MOVE ZERO TO WS-QTD-CONTRATOS-FORN.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
