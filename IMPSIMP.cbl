       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPSIMP.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMPLES-FILE *> Arquivo plano da opcao pelo Simples Nacional
               ASSIGN TO 'SIMPLES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SIMPLES.

           SELECT REGTRIB-FILE *> Regime tributario do fornecedor por vigencia
               ASSIGN TO 'REGTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-STATUS-REGTRIB.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT SPOOL-FILE *> Relatorio de divergencias da importacao
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR CNPJ NA CONSULTA DE OPTANTES: OPCAO PELO SIMPLES
      *> 'S'/'N', ENQUADRAMENTO NO SIMEI (MEI) 'S'/'N', INICIO DA
      *> OPCAO E FIM (ZERADO ENQUANTO CONTINUA OPTANTE OU, PARA QUEM
      *> NAO E MAIS OPTANTE, A DATA DA EXCLUSAO)
       FD  SIMPLES-FILE.
       01  SIMPLES-REG.
           05 SN-CNPJ          PIC 9(14).
           05 SN-OPCAO-SIMPLES PIC X(01).
           05 SN-OPCAO-MEI     PIC X(01).
           05 SN-DATA-INICIO   PIC 9(08).
           05 SN-DATA-FIM      PIC 9(08).

       FD  REGTRIB-FILE.
       01  REGTRIB-REG.
           05 RG-CHAVE.
              10 RG-CNPJ          PIC 9(14).
              10 RG-DATA-INICIO   PIC 9(08).
           05 RG-DATA-FIM         PIC 9(08).
           05 RG-REGIME           PIC X(01).
           05 RG-DECLARACAO       PIC X(01).
           05 RG-ORIGEM           PIC X(01).
           05 RG-DATA-HORA-ALT    PIC 9(14).

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
       01 WS-STATUS-SIMPLES       PIC X(2).
          88 STATUS-OK-SN          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-SN VALUE '35'.
       01 WS-STATUS-REGTRIB       PIC X(2).
          88 STATUS-OK-RG          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RG VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
          88 STATUS-OK-FORN        VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL       VALUE '00'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-FIM-VIGENCIA         PIC X(01).
       01 WS-QTD-LIDOS            PIC 9(06) VALUE ZERO.
       01 WS-QTD-ALTERADOS        PIC 9(06) VALUE ZERO.
       01 WS-QTD-DIVERGENTES      PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-CADASTRO     PIC 9(06) VALUE ZERO.

      *> REGIME QUE O ARQUIVO INDICA ('S', 'M' OU ESPACOS PARA QUEM
      *> NAO E OPTANTE) E A ULTIMA VIGENCIA JA CADASTRADA DO CNPJ
       01 WS-REGIME-ARQUIVO       PIC X(01).
       01 WS-ULT-QTD              PIC 9(03).
       01 WS-ULT-INICIO           PIC 9(08).
       01 WS-ULT-FIM              PIC 9(08).
       01 WS-ULT-REGIME           PIC X(01).
       01 WS-ULT-DECLARACAO       PIC X(01).
       01 WS-NOVO-FIM             PIC 9(08).
       01 WS-NOVA-DECLARACAO      PIC X(01).
       01 WS-MOTIVO               PIC X(60).

       PROCEDURE DIVISION.
      *> IMPORTACAO DA CONSULTA DE OPTANTES PELO SIMPLES NACIONAL: PARA
      *> CADA FORNECEDOR DO CADASTRO ABRE A VIGENCIA DE SIMPLES OU MEI
      *> EM REGTRIB.DAT (ORIGEM 'I') OU ENCERRA A QUE ESTAVA ABERTA
      *> QUANDO O CNPJ FOI EXCLUIDO. A DECLARACAO DO OPTANTE NAO VEM NO
      *> ARQUIVO: FICA A QUE JA ESTAVA NA VIGENCIA ANTERIOR DE SIMPLES,
      *> SENAO 'N' ATE SER INFORMADA NO CADFORNE. EXCLUIDOS DO SIMPLES
      *> SAEM NO RELATORIO PARA INFORMAR PRESUMIDO OU REAL NO CADFORNE
       100-INICIAR.
           DISPLAY "--- Importacao da Opcao pelo Simples Nacional ---".
           OPEN INPUT SIMPLES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SN
               DISPLAY "AVISO: arquivo SIMPLES.DAT nao encontrado. "
                       "Copie o arquivo da consulta e repita."
               CLOSE SIMPLES-FILE
               GOBACK
           END-IF.
           IF NOT STATUS-OK-SN
               DISPLAY "ERRO ao abrir SIMPLES.DAT. Status: "
                       WS-STATUS-SIMPLES
               GOBACK
           END-IF.

           OPEN I-O REGTRIB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RG
               OPEN OUTPUT REGTRIB-FILE
               CLOSE REGTRIB-FILE
               OPEN I-O REGTRIB-FILE
           END-IF.
           IF NOT STATUS-OK-RG
               DISPLAY "ERRO ao abrir REGTRIB.DAT. Status: "
                       WS-STATUS-REGTRIB
               CLOSE SIMPLES-FILE
               GOBACK
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'IMPSIMP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO SPOOL-REG.
           STRING "------- DIVERGENCIAS DA OPCAO PELO SIMPLES EM "
                  WS-DHS-DATA " -------"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 200-PROCESSAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE SIMPLES-FILE.
           CLOSE REGTRIB-FILE.
           CLOSE FORNECEDORES-FILE.

           DISPLAY "CNPJ lidos                : " WS-QTD-LIDOS.
           DISPLAY "Vigencias alteradas       : " WS-QTD-ALTERADOS.
           DISPLAY "Divergencias              : " WS-QTD-DIVERGENTES.
           DISPLAY "CNPJ fora do cadastro     : " WS-QTD-SEM-CADASTRO.
           MOVE SPACES TO SPOOL-REG.
           STRING "Lidos: " WS-QTD-LIDOS
                  "  Alterados: " WS-QTD-ALTERADOS
                  "  Divergencias: " WS-QTD-DIVERGENTES
                  "  Fora do cadastro: " WS-QTD-SEM-CADASTRO
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio de divergencias gravado em "
                       WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-PROCESSAR-LINHA.
           READ SIMPLES-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 300-ATUALIZAR-REGIME
           END-READ.

       300-ATUALIZAR-REGIME.
           MOVE SN-CNPJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-REGIME-ARQUIVO.
           IF FUNCTION UPPER-CASE(SN-OPCAO-SIMPLES) = 'S'
               MOVE 'S' TO WS-REGIME-ARQUIVO
           END-IF.
           IF FUNCTION UPPER-CASE(SN-OPCAO-MEI) = 'S'
               MOVE 'M' TO WS-REGIME-ARQUIVO
           END-IF.

           PERFORM 400-BUSCAR-ULTIMA-VIGENCIA.

           IF WS-REGIME-ARQUIVO = SPACES
               PERFORM 600-ENCERRAR-EXCLUIDO
           ELSE
               PERFORM 500-ABRIR-VIGENCIA-OPTANTE
           END-IF.

       400-BUSCAR-ULTIMA-VIGENCIA.
           MOVE ZERO TO WS-ULT-QTD WS-ULT-INICIO WS-ULT-FIM.
           MOVE SPACES TO WS-ULT-REGIME.
           MOVE 'N' TO WS-ULT-DECLARACAO.
           MOVE 'N' TO WS-FIM-VIGENCIA.
           MOVE SN-CNPJ TO RG-CNPJ.
           MOVE ZERO TO RG-DATA-INICIO.
           START REGTRIB-FILE KEY IS GREATER THAN OR EQUAL TO RG-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-VIGENCIA
           END-START.
           PERFORM 410-LER-VIGENCIA UNTIL WS-FIM-VIGENCIA = 'Y'.

       410-LER-VIGENCIA.
           READ REGTRIB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-VIGENCIA
               NOT AT END
                   IF RG-CNPJ NOT = SN-CNPJ
                       MOVE 'Y' TO WS-FIM-VIGENCIA
                   ELSE
                       ADD 1 TO WS-ULT-QTD
                       MOVE RG-DATA-INICIO TO WS-ULT-INICIO
                       MOVE RG-DATA-FIM TO WS-ULT-FIM
                       MOVE RG-REGIME TO WS-ULT-REGIME
                       IF RG-REGIME = 'S'
                           MOVE RG-DECLARACAO TO WS-ULT-DECLARACAO
                       END-IF
                   END-IF
           END-READ.

      *> OPTANTE NO ARQUIVO: SE A ULTIMA VIGENCIA JA E O MESMO REGIME
      *> DESDE A MESMA DATA SO ACERTA O FIM; SE COMECOU ANTES COM O
      *> MESMO REGIME NAO HA O QUE FAZER; SENAO ENCERRA A ANTERIOR NA
      *> VESPERA E ABRE A NOVA. DATA DE INICIO ANTERIOR A ULTIMA
      *> VIGENCIA CADASTRADA NAO E GRAVADA -- VAI PARA O RELATORIO
       500-ABRIR-VIGENCIA-OPTANTE.
           IF WS-ULT-QTD > ZERO AND WS-ULT-REGIME = WS-REGIME-ARQUIVO
                   AND WS-ULT-INICIO NOT > SN-DATA-INICIO
               IF WS-ULT-FIM NOT = SN-DATA-FIM
                   MOVE SN-DATA-FIM TO WS-NOVO-FIM
                   PERFORM 700-REGRAVAR-FIM
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-ULT-QTD > ZERO AND SN-DATA-INICIO NOT > WS-ULT-INICIO
               MOVE "OPCAO COMECA ANTES DA ULTIMA VIGENCIA -- CONFERIR"
                   TO WS-MOTIVO
               PERFORM 800-GRAVAR-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF.

           IF WS-ULT-QTD > ZERO AND (WS-ULT-FIM = ZERO OR
                   WS-ULT-FIM NOT < SN-DATA-INICIO)
               COMPUTE WS-NOVO-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SN-DATA-INICIO) - 1)
               PERFORM 700-REGRAVAR-FIM
           END-IF.

           MOVE 'N' TO WS-NOVA-DECLARACAO.
           IF WS-REGIME-ARQUIVO = 'S'
               MOVE WS-ULT-DECLARACAO TO WS-NOVA-DECLARACAO
           END-IF.

           MOVE SN-CNPJ TO RG-CNPJ.
           MOVE SN-DATA-INICIO TO RG-DATA-INICIO.
           MOVE SN-DATA-FIM TO RG-DATA-FIM.
           MOVE WS-REGIME-ARQUIVO TO RG-REGIME.
           MOVE WS-NOVA-DECLARACAO TO RG-DECLARACAO.
           MOVE 'I' TO RG-ORIGEM.
           MOVE WS-DHS-DATA TO RG-DATA-HORA-ALT(1:8).
           MOVE WS-DHS-HORA TO RG-DATA-HORA-ALT(9:6).
           WRITE REGTRIB-REG
               INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "ERRO AO GRAVAR A VIGENCIA -- STATUS "
                          WS-STATUS-REGTRIB
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 800-GRAVAR-DIVERGENCIA
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-QTD-ALTERADOS.

      *> OPTANTE PELO SIMPLES SEM A DECLARACAO CONTINUA RETIDO; AVISA
      *> PARA A AREA FISCAL COBRAR O DOCUMENTO DO FORNECEDOR
           IF WS-REGIME-ARQUIVO = 'S' AND WS-NOVA-DECLARACAO NOT = 'S'
               MOVE "SIMPLES SEM DECLARACAO -- IRRF/CSRF CONTINUAM RETIDOS"
                   TO WS-MOTIVO
               PERFORM 800-GRAVAR-DIVERGENCIA
           END-IF.

      *> NAO OPTANTE NO ARQUIVO COM SIMPLES/MEI ABERTO AQUI: ENCERRA NA
      *> DATA DA EXCLUSAO (OU ONTEM, SE O ARQUIVO NAO TRAZ A DATA) E
      *> PEDE O REGIME NOVO, QUE O ARQUIVO NAO INFORMA
       600-ENCERRAR-EXCLUIDO.
           IF WS-ULT-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ULT-REGIME NOT = 'S' AND WS-ULT-REGIME NOT = 'M'
               EXIT PARAGRAPH
           END-IF.
           IF SN-DATA-FIM > ZERO
               MOVE SN-DATA-FIM TO WS-NOVO-FIM
           ELSE
               COMPUTE WS-NOVO-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DHS-DATA) - 1)
           END-IF.
           IF WS-ULT-FIM NOT = ZERO AND WS-ULT-FIM NOT > WS-NOVO-FIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-REGRAVAR-FIM.
           MOVE "EXCLUIDO DO SIMPLES -- INFORMAR PRESUMIDO OU REAL"
               TO WS-MOTIVO.
           PERFORM 800-GRAVAR-DIVERGENCIA.

       700-REGRAVAR-FIM.
           MOVE SN-CNPJ TO RG-CNPJ.
           MOVE WS-ULT-INICIO TO RG-DATA-INICIO.
           READ REGTRIB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NOVO-FIM TO RG-DATA-FIM.
           MOVE 'I' TO RG-ORIGEM.
           MOVE WS-DHS-DATA TO RG-DATA-HORA-ALT(1:8).
           MOVE WS-DHS-HORA TO RG-DATA-HORA-ALT(9:6).
           REWRITE REGTRIB-REG
               INVALID KEY
                   DISPLAY "ERRO ao encerrar vigencia do CNPJ " SN-CNPJ
                           ". Status: " WS-STATUS-REGTRIB
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE.

       800-GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENTES.
           DISPLAY "DIVERGENCIA: " F-RAZAO-SOCIAL(1:30)
                   " CNPJ " SN-CNPJ.
           DISPLAY "   " WS-MOTIVO.
           MOVE SPACES TO SPOOL-REG.
           STRING "CNPJ " SN-CNPJ " " F-RAZAO-SOCIAL(1:30) " -- "
                  WS-MOTIVO
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
