       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPENH.
       AUTHOR. Neko.

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
       01 WS-STATUS-PENHORA        PIC X(2).
          88 STATUS-OK-PN           VALUE '00'.
       01 WS-STATUS-PENHMOV        PIC X(2).
          88 STATUS-OK-PM           VALUE '00'.
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
       01 WS-FIM-MOV               PIC X(01).
       01 WS-CNPJ-FILTRO           PIC 9(14).
       01 WS-PROCESSO-FILTRO       PIC X(25).
       01 WS-QTD-ORDENS            PIC 9(04) VALUE ZERO.
       01 WS-SALDO-ORDEM           PIC 9(10)V99.
       01 WS-DESC-SITUACAO         PIC X(10).
       01 WS-DESC-MOV              PIC X(10).
       01 WS-LINHA                 PIC X(132).

       01 WS-TOTAL-ORDENADO        PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-DEPOSITADO      PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-SALDO           PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *> EXTRATO DAS ORDENS DE PENHORA PARA O JURIDICO INSTRUIR O
      *> PROCESSO: POR ORDEM, O VALOR DETERMINADO PELO JUIZO, O TOTAL
      *> JA DEPOSITADO NA CONTA JUDICIAL (DEPOSITOS MENOS ESTORNOS) E O
      *> SALDO, COM CADA DEPOSITO AMARRADO AO DOCUMENTO PAGO
       100-INICIAR.
           DISPLAY "--- Extrato de Ordens de Penhora ---".
           DISPLAY "CNPJ/CPF do fornecedor (0 = todos): "
                   WITH NO ADVANCING.
           ACCEPT WS-CNPJ-FILTRO.
           MOVE SPACES TO WS-PROCESSO-FILTRO.
           IF WS-CNPJ-FILTRO NOT = ZERO
               DISPLAY "Numero do processo (em branco = todos): "
                       WITH NO ADVANCING
               ACCEPT WS-PROCESSO-FILTRO
           END-IF.

           OPEN INPUT PENHORA-FILE.
           IF NOT STATUS-OK-PN
               DISPLAY "AVISO: Nenhuma ordem de penhora registrada."
               CLOSE PENHORA-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELPENH_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "EXTRATO DE ORDENS JUDICIAIS DE PENHORA - EMITIDO EM "
                  WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE WS-CNPJ-FILTRO TO PN-CNPJ.
           MOVE LOW-VALUES TO PN-PROCESSO.
           START PENHORA-FILE KEY IS GREATER THAN OR EQUAL TO PN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-PROXIMA-ORDEM UNTIL WS-FIM-LEITURA = 'Y'.

           IF WS-QTD-ORDENS = ZERO
               MOVE "Nenhuma ordem de penhora encontrada para o filtro."
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING "TOTAIS: " WS-QTD-ORDENS " ordem(ns)  ordenado "
                      WS-TOTAL-ORDENADO "  depositado "
                      WS-TOTAL-DEPOSITADO "  saldo " WS-TOTAL-SALDO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           END-IF.

           CLOSE FORNECEDORES-FILE.
           CLOSE PENHORA-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-LER-PROXIMA-ORDEM.
           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CNPJ-FILTRO NOT = ZERO AND
                           PN-CNPJ NOT = WS-CNPJ-FILTRO
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF WS-PROCESSO-FILTRO = SPACES OR
                               PN-PROCESSO = WS-PROCESSO-FILTRO
                           PERFORM 300-IMPRIMIR-ORDEM
                       END-IF
                   END-IF
           END-READ.

       300-IMPRIMIR-ORDEM.
           ADD 1 TO WS-QTD-ORDENS.
           MOVE PN-CNPJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO F-RAZAO-SOCIAL
           END-READ.
           COMPUTE WS-SALDO-ORDEM = PN-VALOR-ORDEM - PN-VALOR-DEPOSITADO.
           EVALUATE PN-SITUACAO
               WHEN 'A'
                   MOVE "ATIVA" TO WS-DESC-SITUACAO
               WHEN 'Q'
                   MOVE "QUITADA" TO WS-DESC-SITUACAO
               WHEN 'C'
                   MOVE "LEVANTADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE PN-SITUACAO TO WS-DESC-SITUACAO
           END-EVALUATE.

           MOVE "--------------------------------------------------------"
               TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Processo   : " PN-PROCESSO "  (" WS-DESC-SITUACAO ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Juizo      : " PN-VARA "  ordem de " PN-DATA-ORDEM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Executado  : " PN-CNPJ " " F-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Deposito   : banco " PN-BANCO-DEP " agencia "
                  PN-AGENCIA-DEP " conta " PN-CONTA-DEP
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           MOVE "  DATA     DOCUMENTO  SEQ  MOVIMENTO  VALOR" TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           OPEN INPUT PENHMOV-FILE.
           IF STATUS-OK-PM
               MOVE 'N' TO WS-FIM-MOV
               PERFORM 350-LER-MOVIMENTO-ORDEM UNTIL WS-FIM-MOV = 'Y'
           END-IF.
           CLOSE PENHMOV-FILE.

           MOVE SPACES TO WS-LINHA.
           STRING "Ordenado   : " PN-VALOR-ORDEM
                  "  Depositado: " PN-VALOR-DEPOSITADO
                  "  Saldo: " WS-SALDO-ORDEM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           ADD PN-VALOR-ORDEM TO WS-TOTAL-ORDENADO.
           ADD PN-VALOR-DEPOSITADO TO WS-TOTAL-DEPOSITADO.
           IF PN-SITUACAO = 'A'
               ADD WS-SALDO-ORDEM TO WS-TOTAL-SALDO
           END-IF.

      *> SO DEPOSITOS E ESTORNOS ENTRAM NO EXTRATO; O REGISTRO E O
      *> LEVANTAMENTO JA APARECEM NA SITUACAO DA ORDEM
       350-LER-MOVIMENTO-ORDEM.
           READ PENHMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-MOV
               NOT AT END
                   IF PM-CNPJ = PN-CNPJ AND PM-PROCESSO = PN-PROCESSO
                           AND (PM-TIPO = 'D' OR PM-TIPO = 'E')
                       IF PM-TIPO = 'D'
                           MOVE "DEPOSITO" TO WS-DESC-MOV
                       ELSE
                           MOVE "ESTORNO" TO WS-DESC-MOV
                       END-IF
                       MOVE SPACES TO WS-LINHA
                       STRING "  " PM-DATA-HORA(1:8) " " PM-NUM-DOC " "
                              PM-SEQ-HIST " " WS-DESC-MOV " " PM-VALOR
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 800-EMITIR-LINHA
                   END-IF
           END-READ.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
