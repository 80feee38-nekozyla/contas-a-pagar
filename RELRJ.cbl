       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRJ.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECJUD-FILE *> Fornecedores em recuperacao judicial
               ASSIGN TO 'RECJUD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-CNPJ
               FILE STATUS IS WS-STATUS-RECJUD.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

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
       FD  RECJUD-FILE.
       01  RECJUD-REG.
           05 RJ-CNPJ             PIC 9(14).
           05 RJ-DATA-PEDIDO      PIC 9(08).
           05 RJ-PROCESSO         PIC X(25).
           05 RJ-SITUACAO         PIC X(01).
           05 RJ-DATA-HOMOLOG     PIC 9(08).
           05 RJ-SALDO-RECLASS    PIC 9(12)V99.
           05 RJ-VALOR-PLANO      PIC 9(12)V99.
           05 RJ-DATA-HORA-ALT    PIC 9(14).

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
       01 WS-STATUS-RECJUD         PIC X(2).
          88 STATUS-OK-RJ           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR     PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
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
       01 WS-LINHA                 PIC X(132).
       01 WS-SALDO-ITEM            PIC 9(10)V99.
       01 WS-IDX-ACHADO            PIC 9(04).

      *> FORNECEDORES EM RECUPERACAO ATIVA, CARREGADOS DO RECJUD.DAT
      *> PARA UMA SO PASSADA NO CONTAPAGAR
       01 WS-RJ-QTD                PIC 9(04) VALUE ZERO.
       01 WS-RJ-IDX                PIC 9(04).
       01 WS-RJ-TAB.
           05 WS-RJ-ITEM OCCURS 500 TIMES.
              10 WS-RJT-CNPJ        PIC 9(14).
              10 WS-RJT-PEDIDO      PIC 9(08).
              10 WS-RJT-PROCESSO    PIC X(25).
              10 WS-RJT-HOMOLOG     PIC 9(08).
              10 WS-RJT-RECLASS     PIC 9(12)V99.
              10 WS-RJT-PLANO       PIC 9(12)V99.
              10 WS-RJT-CONGELADO   PIC 9(12)V99.
              10 WS-RJT-CORRENTE    PIC 9(12)V99.
              10 WS-RJT-QTD-CONG    PIC 9(05).
              10 WS-RJT-QTD-CORR    PIC 9(05).

       01 WS-TOTAL-CONGELADO       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CORRENTE        PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-PLANO           PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *> EXPOSICAO A FORNECEDORES EM RECUPERACAO JUDICIAL: POR
      *> FORNECEDOR, O SALDO CONGELADO (CREDITO ANTERIOR AO PEDIDO,
      *> SUJEITO AO PLANO) E O SALDO CORRENTE (TITULOS EMITIDOS A PARTIR
      *> DO PEDIDO, INCLUSIVE AS PARCELAS DO PLANO HOMOLOGADO)
       100-INICIAR.
           DISPLAY "--- Exposicao a Fornecedores em Recuperacao ---".
           OPEN INPUT RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               DISPLAY "AVISO: Nenhuma recuperacao judicial registrada."
               CLOSE RECJUD-FILE
               DISPLAY "Pressione <ENTER> para continuar..."
                       WITH NO ADVANCING
               ACCEPT WS-PAUSA
               GOBACK
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RJ-CNPJ.
           START RECJUD-FILE KEY IS GREATER THAN RJ-CNPJ
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-CARREGAR-RECUPERACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RECJUD-FILE.

           IF WS-RJ-QTD > ZERO
               OPEN INPUT CONTAPAGAR-FILE
               IF STATUS-OK-CP
                   MOVE 'N' TO WS-FIM-LEITURA
                   MOVE LOW-VALUES TO CP-PRIMARY-KEY
                   START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-FIM-LEITURA
                   END-START
                   PERFORM 300-CLASSIFICAR-TITULO
                       UNTIL WS-FIM-LEITURA = 'Y'
               END-IF
               CLOSE CONTAPAGAR-FILE
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELRJ_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "EXPOSICAO A FORNECEDORES EM RECUPERACAO JUDICIAL - "
                  "EMITIDO EM " WS-DHS-DATA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.

           IF WS-RJ-QTD = ZERO
               MOVE "Nenhum fornecedor em recuperacao judicial ativa."
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           ELSE
               PERFORM 400-IMPRIMIR-FORNECEDOR
                   VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-QTD
               MOVE "========================================================"
                   TO WS-LINHA
               PERFORM 800-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "TOTAIS: " WS-RJ-QTD " fornecedor(es)  congelado "
                      WS-TOTAL-CONGELADO "  corrente " WS-TOTAL-CORRENTE
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "        planos homologados " WS-TOTAL-PLANO
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 800-EMITIR-LINHA
           END-IF.

           CLOSE FORNECEDORES-FILE.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       200-CARREGAR-RECUPERACAO.
           READ RECJUD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RJ-SITUACAO = 'A'
                       PERFORM 210-INCLUIR-RECUPERACAO
                   END-IF
           END-READ.

       210-INCLUIR-RECUPERACAO.
           IF WS-RJ-QTD >= 500
               DISPLAY "AVISO: mais de 500 recuperacoes ativas; "
                       "excedentes fora do relatorio."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RJ-QTD.
           MOVE RJ-CNPJ TO WS-RJT-CNPJ(WS-RJ-QTD).
           MOVE RJ-DATA-PEDIDO TO WS-RJT-PEDIDO(WS-RJ-QTD).
           MOVE RJ-PROCESSO TO WS-RJT-PROCESSO(WS-RJ-QTD).
           MOVE RJ-DATA-HOMOLOG TO WS-RJT-HOMOLOG(WS-RJ-QTD).
           MOVE RJ-SALDO-RECLASS TO WS-RJT-RECLASS(WS-RJ-QTD).
           MOVE RJ-VALOR-PLANO TO WS-RJT-PLANO(WS-RJ-QTD).
           MOVE ZERO TO WS-RJT-CONGELADO(WS-RJ-QTD)
                        WS-RJT-CORRENTE(WS-RJ-QTD)
                        WS-RJT-QTD-CONG(WS-RJ-QTD)
                        WS-RJT-QTD-CORR(WS-RJ-QTD).

      *> CONGELADO: TITULO JA RECLASSIFICADO ('J') OU AINDA EM ABERTO
      *> COM EMISSAO ANTERIOR AO PEDIDO (LANCADO DEPOIS DA ULTIMA
      *> RECLASSIFICACAO). CORRENTE: EM ABERTO EMITIDO A PARTIR DO PEDIDO
       300-CLASSIFICAR-TITULO.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-SITUACAO = 'J' OR CP-SITUACAO = 'A' OR
                           CP-SITUACAO = 'V' OR CP-SITUACAO = 'E'
                       PERFORM 310-ACUMULAR-TITULO
                   END-IF
           END-READ.

       310-ACUMULAR-TITULO.
           MOVE ZERO TO WS-IDX-ACHADO.
           PERFORM 320-PROCURAR-FORNECEDOR
               VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-RJ-QTD OR WS-IDX-ACHADO > ZERO.
           IF WS-IDX-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-SALDO-ITEM
           ELSE
               MOVE CP-SALDO TO WS-SALDO-ITEM
           END-IF.
           IF CP-SITUACAO = 'J' OR
                   CP-DATA-EMISSAO < WS-RJT-PEDIDO(WS-IDX-ACHADO)
               ADD WS-SALDO-ITEM TO WS-RJT-CONGELADO(WS-IDX-ACHADO)
               ADD 1 TO WS-RJT-QTD-CONG(WS-IDX-ACHADO)
           ELSE
               ADD WS-SALDO-ITEM TO WS-RJT-CORRENTE(WS-IDX-ACHADO)
               ADD 1 TO WS-RJT-QTD-CORR(WS-IDX-ACHADO)
           END-IF.

       320-PROCURAR-FORNECEDOR.
           IF WS-RJT-CNPJ(WS-RJ-IDX) = CP-CNPJ-FORN
               MOVE WS-RJ-IDX TO WS-IDX-ACHADO
           END-IF.

       400-IMPRIMIR-FORNECEDOR.
           MOVE WS-RJT-CNPJ(WS-RJ-IDX) TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO F-RAZAO-SOCIAL
           END-READ.
           MOVE "--------------------------------------------------------"
               TO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Fornecedor : " WS-RJT-CNPJ(WS-RJ-IDX) " " F-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Processo   : " WS-RJT-PROCESSO(WS-RJ-IDX)
                  "  pedido " WS-RJT-PEDIDO(WS-RJ-IDX)
                  "  homologacao " WS-RJT-HOMOLOG(WS-RJ-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Sujeito    : " WS-RJT-RECLASS(WS-RJ-IDX)
                  "  plano aprovado " WS-RJT-PLANO(WS-RJ-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Congelado  : " WS-RJT-CONGELADO(WS-RJ-IDX) "  ("
                  WS-RJT-QTD-CONG(WS-RJ-IDX) " titulo(s))"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Corrente   : " WS-RJT-CORRENTE(WS-RJ-IDX) "  ("
                  WS-RJT-QTD-CORR(WS-RJ-IDX) " titulo(s))"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-EMITIR-LINHA.
           ADD WS-RJT-CONGELADO(WS-RJ-IDX) TO WS-TOTAL-CONGELADO.
           ADD WS-RJT-CORRENTE(WS-RJ-IDX) TO WS-TOTAL-CORRENTE.
           ADD WS-RJT-PLANO(WS-RJ-IDX) TO WS-TOTAL-PLANO.

       800-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
