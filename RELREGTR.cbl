       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREGTR.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT TAXARET-FILE *> Aliquotas de retencao por fornecedor/tributo
               ASSIGN TO 'TAXARET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS WS-STATUS-TAXARET.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
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
              88 PESSOA-FISICA    VALUE 'F'.

       FD  TAXARET-FILE.
       01  TAXARET-REG.
           05 TR-CHAVE.
              10 TR-CNPJ-FORN  PIC 9(14).
              10 TR-TIPO       PIC X(04).
           05 TR-ALIQUOTA      PIC 9(02)V9999.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-TAXARET        PIC X(2).
          88 STATUS-OK-TR           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                 PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-TAXARET-ABERTO        PIC X(01).
       01 WS-LINHA                 PIC X(132).
       01 WS-ALIQ-IRRF             PIC 9(02)V9999.
       01 WS-ALIQ-CSRF             PIC 9(02)V9999.
       01 WS-QTD-DISPENSADO        PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-ALIQUOTA      PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-REGIME        PIC 9(06) VALUE ZERO.

      *> MESMA CONSULTA DE REGIME FEITA NO PAGAMENTO (VERIFREG)
       01 WS-REGIME-PARM.
           05 WS-RG-CNPJ           PIC 9(14).
           05 WS-RG-DATA           PIC 9(08).
           05 WS-RG-REGIME         PIC X(01).
           05 WS-RG-DECLARACAO     PIC X(01).
           05 WS-RG-DISPENSA-IR    PIC X(01).

       PROCEDURE DIVISION.
      *> EXCECOES ENTRE O REGIME TRIBUTARIO VIGENTE HOJE E AS ALIQUOTAS
      *> DE TAXARET.DAT: FORNECEDOR DISPENSADO DE IRRF/CSRF (SIMPLES
      *> COM DECLARACAO OU MEI) QUE AINDA TEM ALIQUOTA CADASTRADA, E O
      *> INVERSO -- LUCRO PRESUMIDO/REAL OU SIMPLES SEM DECLARACAO SEM
      *> NENHUMA ALIQUOTA DE IRRF OU CSRF. PESSOA FISICA E FORNECEDOR
      *> INATIVO FICAM DE FORA; SEM REGIME CADASTRADO SO E CONTADO
       100-INICIAR.
           DISPLAY "--- Excecoes de Regime Tributario x Aliquotas ---".
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               DISPLAY "ERRO ao abrir arquivo de fornecedores. Status: "
                       WS-STATUS-FORNECEDORES
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT TAXARET-FILE.
           IF STATUS-OK-TR
               MOVE 'S' TO WS-TAXARET-ABERTO
           ELSE
               MOVE 'N' TO WS-TAXARET-ABERTO
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELREGTR_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "EXCECOES DE REGIME TRIBUTARIO X ALIQUOTAS DE RETENCAO"
                  " - POSICAO EM " WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CNPJ/CPF       RAZAO SOCIAL                   REG DECL "
                  "IRRF    CSRF    OCORRENCIA"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO F-CNPJ.
           START FORNECEDORES-FILE KEY IS GREATER THAN F-CNPJ
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-VERIFICAR-FORNECEDOR UNTIL WS-FIM-LEITURA = 'Y'.

           MOVE "========================================================"
               TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Dispensados com aliquota: " WS-QTD-DISPENSADO
                  "  Sujeitos sem aliquota: " WS-QTD-SEM-ALIQUOTA
                  "  Sem regime cadastrado: " WS-QTD-SEM-REGIME
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           CLOSE FORNECEDORES-FILE.
           IF WS-TAXARET-ABERTO = 'S'
               CLOSE TAXARET-FILE
           END-IF.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-VERIFICAR-FORNECEDOR.
           READ FORNECEDORES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF F-SITUACAO = 'A' AND NOT PESSOA-FISICA
                       PERFORM 300-CONFRONTAR-ALIQUOTAS
                   END-IF
           END-READ.

       300-CONFRONTAR-ALIQUOTAS.
           MOVE F-CNPJ TO WS-RG-CNPJ.
           MOVE WS-DHS-DATA TO WS-RG-DATA.
           CALL 'VERIFREG' USING WS-REGIME-PARM.
           IF WS-RG-REGIME = SPACES
               ADD 1 TO WS-QTD-SEM-REGIME
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-ALIQ-IRRF WS-ALIQ-CSRF.
           IF WS-TAXARET-ABERTO = 'S'
               MOVE F-CNPJ TO TR-CNPJ-FORN
               MOVE 'IRRF' TO TR-TIPO
               READ TAXARET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TR-ALIQUOTA TO WS-ALIQ-IRRF
               END-READ
               MOVE F-CNPJ TO TR-CNPJ-FORN
               MOVE 'CSRF' TO TR-TIPO
               READ TAXARET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TR-ALIQUOTA TO WS-ALIQ-CSRF
               END-READ
           END-IF.

           IF WS-RG-DISPENSA-IR = 'S'
               IF WS-ALIQ-IRRF > ZERO OR WS-ALIQ-CSRF > ZERO
                   ADD 1 TO WS-QTD-DISPENSADO
                   MOVE SPACES TO WS-LINHA
                   STRING F-CNPJ " " F-RAZAO-SOCIAL(1:30) " " WS-RG-REGIME
                          "   " WS-RG-DECLARACAO "    " WS-ALIQ-IRRF " "
                          WS-ALIQ-CSRF " DISPENSADO COM ALIQUOTA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 800-EMITIR-LINHA
               END-IF
           ELSE
               IF WS-ALIQ-IRRF = ZERO AND WS-ALIQ-CSRF = ZERO
                   ADD 1 TO WS-QTD-SEM-ALIQUOTA
                   MOVE SPACES TO WS-LINHA
                   STRING F-CNPJ " " F-RAZAO-SOCIAL(1:30) " " WS-RG-REGIME
                          "   " WS-RG-DECLARACAO "    " WS-ALIQ-IRRF " "
                          WS-ALIQ-CSRF " SUJEITO SEM ALIQUOTA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 800-EMITIR-LINHA
               END-IF
           END-IF.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
