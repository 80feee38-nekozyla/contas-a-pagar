       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFSAN.
       AUTHOR. carol.

      *> BLOQUEIO DE EMPRESA SANCIONADA (CEIS/CNEP DA CGU, IMPORTADOS
      *> PELO IMPSANC). A SANCAO VALE DA DATA DE INICIO ATE A DATA FINAL
      *> (ZERO E PRAZO INDETERMINADO) ENQUANTO CONSTAR DA ULTIMA LISTA
      *> IMPORTADA. A LIBERACAO DE COMPLIANCE (SANCLIB.DAT) SO COBRE AS
      *> SANCOES JA CONHECIDAS QUANDO FOI DADA -- SANCAO IMPORTADA
      *> DEPOIS VOLTA A BLOQUEAR. CHAMADO PELO CADFORNE, LANCCONT,
      *> PGTOCONT, AGENDEXE, CNAB240, PIXREM, REMESINT, LIBPAG E ADIANTA
      *> PARA QUE TODOS DECIDAM PELA MESMA REGRA

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCAO-FILE *> Sancoes CEIS/CNEP importadas
               ASSIGN TO 'SANCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-STATUS-SANCAO.

           SELECT SANCLIB-FILE *> Liberacoes de compliance por fornecedor
               ASSIGN TO 'SANCLIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CNPJ
               FILE STATUS IS WS-STATUS-SANCLIB.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCAO-FILE.
       01  SANCAO-REG.
           05 SC-CHAVE.
              10 SC-CNPJ          PIC 9(14).
              10 SC-CADASTRO      PIC X(04).
              10 SC-DATA-INICIO   PIC 9(08).
              10 SC-PROCESSO      PIC X(20).
           05 SC-TIPO-SANCAO      PIC X(40).
           05 SC-ORGAO            PIC X(40).
           05 SC-DATA-FIM         PIC 9(08).
           05 SC-NA-LISTA         PIC X(01).
           05 SC-DATA-INCLUSAO    PIC 9(08).
           05 SC-DH-IMPORTACAO    PIC 9(14).

       FD  SANCLIB-FILE.
       01  SANCLIB-REG.
           05 SL-CNPJ             PIC 9(14).
           05 SL-SITUACAO         PIC X(01).
           05 SL-DATA-VALIDADE    PIC 9(08).
           05 SL-USUARIO          PIC X(10).
           05 SL-DATA-HORA        PIC 9(14).
           05 SL-MOTIVO           PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SANCAO         PIC X(2).
          88 STATUS-OK-SC           VALUE '00'.
       01 WS-STATUS-SANCLIB        PIC X(2).
          88 STATUS-OK-SL           VALUE '00'.
       01 WS-DIA-HOJE              PIC 9(08).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-MAIOR-INCLUSAO        PIC 9(08).

       LINKAGE SECTION.
      *> ENTRA O FORNECEDOR; VOLTAM 'S' EM LNK-SAN-SANCIONADO QUANDO HA
      *> SANCAO VIGENTE, 'S' EM LNK-SAN-LIBERADO QUANDO UMA LIBERACAO DE
      *> COMPLIANCE VALIDA COBRE TODAS ELAS, E OS DADOS DA PRIMEIRA
      *> SANCAO VIGENTE PARA A MENSAGEM DE QUEM CHAMOU. QUEM CHAMA
      *> BLOQUEIA QUANDO SANCIONADO E NAO LIBERADO
       01  LNK-SAN-PARM.
           05 LNK-SAN-CNPJ          PIC 9(14).
           05 LNK-SAN-SANCIONADO    PIC X(01).
           05 LNK-SAN-LIBERADO      PIC X(01).
           05 LNK-SAN-CADASTRO      PIC X(04).
           05 LNK-SAN-TIPO          PIC X(40).
           05 LNK-SAN-ORGAO         PIC X(40).
           05 LNK-SAN-DATA-FIM      PIC 9(08).

       PROCEDURE DIVISION USING LNK-SAN-PARM.
       100-VERIFICAR-SANCAO.
           MOVE 'N' TO LNK-SAN-SANCIONADO.
           MOVE 'N' TO LNK-SAN-LIBERADO.
           MOVE SPACES TO LNK-SAN-CADASTRO LNK-SAN-TIPO LNK-SAN-ORGAO.
           MOVE ZERO TO LNK-SAN-DATA-FIM.
           MOVE ZERO TO WS-MAIOR-INCLUSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIA-HOJE.
           OPEN INPUT SANCAO-FILE.
           IF NOT STATUS-OK-SC
               CLOSE SANCAO-FILE
               GOBACK
           END-IF.
           MOVE LNK-SAN-CNPJ TO SC-CNPJ.
           MOVE LOW-VALUES TO SC-CADASTRO SC-PROCESSO.
           MOVE ZERO TO SC-DATA-INICIO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START SANCAO-FILE KEY IS GREATER THAN OR EQUAL TO SC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-SANCAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE SANCAO-FILE.
           IF LNK-SAN-SANCIONADO = 'S'
               PERFORM 300-VERIFICAR-LIBERACAO
           END-IF.
           GOBACK.

       200-LER-SANCAO.
           READ SANCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF SC-CNPJ NOT = LNK-SAN-CNPJ
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF SC-NA-LISTA = 'S' AND
                               SC-DATA-INICIO <= WS-DIA-HOJE AND
                               (SC-DATA-FIM = ZERO OR
                                SC-DATA-FIM >= WS-DIA-HOJE)
                           IF LNK-SAN-SANCIONADO NOT = 'S'
                               MOVE 'S' TO LNK-SAN-SANCIONADO
                               MOVE SC-CADASTRO TO LNK-SAN-CADASTRO
                               MOVE SC-TIPO-SANCAO TO LNK-SAN-TIPO
                               MOVE SC-ORGAO TO LNK-SAN-ORGAO
                               MOVE SC-DATA-FIM TO LNK-SAN-DATA-FIM
                           END-IF
                           IF SC-DATA-INCLUSAO > WS-MAIOR-INCLUSAO
                               MOVE SC-DATA-INCLUSAO
                                   TO WS-MAIOR-INCLUSAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       300-VERIFICAR-LIBERACAO.
           OPEN INPUT SANCLIB-FILE.
           IF NOT STATUS-OK-SL
               CLOSE SANCLIB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-SAN-CNPJ TO SL-CNPJ.
           READ SANCLIB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SL-SITUACAO = 'A' AND
                           SL-DATA-VALIDADE >= WS-DIA-HOJE AND
                           SL-DATA-HORA(1:8) >= WS-MAIOR-INCLUSAO
                       MOVE 'S' TO LNK-SAN-LIBERADO
                   END-IF
           END-READ.
           CLOSE SANCLIB-FILE.
