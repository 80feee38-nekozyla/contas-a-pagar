       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROT.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTOCOLO-FILE *> Protocolo de chegada das faturas no contas a pagar
               ASSIGN TO 'PROTOCOLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS WS-STATUS-PROTOCOLO.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT TERMOS-FILE *> Condicoes comerciais por fornecedor
               ASSIGN TO 'TERMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CNPJ
               FILE STATUS IS WS-STATUS-TERMOS.

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
       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           05 PT-NUMERO            PIC 9(08).
           05 PT-CNPJ-FORN         PIC 9(14).
           05 PT-NUM-NOTA          PIC X(12).
           05 PT-VALOR             PIC 9(10)V99.
           05 PT-DATA-CHEGADA      PIC 9(08).
           05 PT-HORA-CHEGADA      PIC 9(06).
           05 PT-CANAL             PIC X(01).
           05 PT-RECEBIDO-POR      PIC X(10).
           05 PT-SOLICITANTE       PIC X(10).
           05 PT-SITUACAO          PIC X(01).
           05 PT-NUM-DOC           PIC 9(10).
           05 PT-DATA-LANC         PIC 9(08).
           05 PT-OBS               PIC X(40).

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

       FD  TERMOS-FILE.
       01  TERMOS-REG.
           05 TC-CNPJ          PIC 9(14).
           05 TC-PRAZO-DIAS    PIC 9(03).
           05 TC-PERC-DESC     PIC 9(02)V99.
           05 TC-DIAS-DESC     PIC 9(03).
           05 TC-TAXA-JUROS-DIA PIC 9V99999.
           05 TC-TAXA-MULTA    PIC 9V9999.

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
       01 WS-STATUS-PROTOCOLO     PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
          88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-TERMOS        PIC X(2).
          88 STATUS-OK-TC           VALUE '00'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA           PIC 9(08).
           05 WS-DHS-HORA           PIC 9(06).
           05 FILLER                PIC X(07).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-LINHA                PIC X(132).
       01 WS-DATA-INICIO          PIC 9(08).
       01 WS-DATA-FIM             PIC 9(08).
       01 WS-TC-ABERTO            PIC X(01) VALUE 'N'.
       01 WS-FORN-ABERTO          PIC X(01) VALUE 'N'.

      *> ANTECEDENCIA MINIMA ESPERADA ENTRE A CHEGADA E O VENCIMENTO
      *> (DIGITADA; ENTER = 5 DIAS): FATURA QUE CHEGA COM MENOS QUE
      *> ISSO E CONTADA A PARTE, MESMO SE AINDA DEU PARA PAGAR
       01 WS-DIAS-MINIMO          PIC 9(03) VALUE 5.
       01 WS-DIAS-MINIMO-DIG      PIC 9(03).
       01 WS-DIAS-ANTEC           PIC S9(05) COMP.
       01 WS-PRAZO-DADO           PIC S9(05) COMP.

      *> UMA LINHA POR FORNECEDOR E UMA POR SOLICITANTE: FATURAS
      *> PROTOCOLADAS E LANCADAS, SOMA DOS DIAS ENTRE A CHEGADA E O
      *> VENCIMENTO, QUANTAS CHEGARAM JA VENCIDAS E QUANTAS COM MENOS
      *> QUE A ANTECEDENCIA MINIMA; NO FORNECEDOR, TAMBEM AS CONTAS
      *> EMITIDAS COM PRAZO ABAIXO DO NEGOCIADO (TERMOS.DAT)
       01 WS-FN-BUSCA             PIC 9(14).
       01 WS-FN-IDX               PIC 9(03).
       01 WS-FN-ACHOU             PIC 9(03).
       01 WS-FN-QTD               PIC 9(03) VALUE ZERO.
       01 WS-FN-TAB.
           05 WS-FN-ITEM OCCURS 500 TIMES.
              10 WS-FN-CNPJ        PIC 9(14).
              10 WS-FN-FATURAS     PIC 9(05).
              10 WS-FN-SOMA-DIAS   PIC S9(07).
              10 WS-FN-VENCIDAS    PIC 9(05).
              10 WS-FN-CURTAS      PIC 9(05).
              10 WS-FN-FORA-PRAZO  PIC 9(05).

       01 WS-SL-BUSCA             PIC X(10).
       01 WS-SL-IDX               PIC 9(03).
       01 WS-SL-ACHOU             PIC 9(03).
       01 WS-SL-QTD               PIC 9(03) VALUE ZERO.
       01 WS-SL-TAB.
           05 WS-SL-ITEM OCCURS 200 TIMES.
              10 WS-SL-SOLICITANTE PIC X(10).
              10 WS-SL-FATURAS     PIC 9(05).
              10 WS-SL-SOMA-DIAS   PIC S9(07).
              10 WS-SL-VENCIDAS    PIC 9(05).
              10 WS-SL-CURTAS      PIC 9(05).

       01 WS-QTD-FORA-TABELA      PIC 9(05) VALUE ZERO.
       01 WS-QTD-PROTOCOLOS       PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-CONTA        PIC 9(06) VALUE ZERO.
       01 WS-QTD-FORA-PRAZO       PIC 9(06) VALUE ZERO.
       01 WS-TOT-SOMA-DIAS        PIC S9(09) VALUE ZERO.
       01 WS-TOT-VENCIDAS         PIC 9(06) VALUE ZERO.
       01 WS-TOT-CURTAS           PIC 9(06) VALUE ZERO.

       01 WS-MEDIA                PIC S9(05)V9.
       01 WS-ED-MEDIA             PIC -ZZZ9.9.
       01 WS-ED-DIAS              PIC -ZZZ9.
       01 WS-ED-PRAZO             PIC ZZ9.
       01 WS-ED-MINIMO            PIC ZZ9.
       01 WS-NOME-FORN            PIC X(30).

       PROCEDURE DIVISION.
      *> PONTUALIDADE DA CHEGADA DAS FATURAS E CUMPRIMENTO DO PRAZO
      *> NEGOCIADO, NO PERIODO:
      *> - PELA DATA DE CHEGADA NO PROTOCOLO (PROTNF/IMPNFE): QUANTOS
      *>   DIAS ANTES DO VENCIMENTO DA CONTA LANCADA A FATURA CHEGOU,
      *>   POR FORNECEDOR E POR SOLICITANTE INTERNO;
      *> - PELA DATA DE EMISSAO DA CONTA: CONTAS CUJO PRAZO (EMISSAO
      *>   ATE VENCIMENTO) FICOU ABAIXO DO TC-PRAZO-DIAS NEGOCIADO COM
      *>   O FORNECEDOR. NO PARCELAMENTO SO A PRIMEIRA PARCELA CONTA,
      *>   JA QUE AS DEMAIS VENCEM DEPOIS DELA
       100-INICIAR.
           DISPLAY "--- Chegada de Faturas e Prazo Negociado ---".
           DISPLAY "Digite a data inicial do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-INICIO.
           ACCEPT WS-DATA-INICIO.
           DISPLAY "Digite a data final   do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DATA-FIM.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZERO
               MOVE 99999999 TO WS-DATA-FIM
           END-IF.
           DISPLAY "Antecedencia minima esperada em dias (ENTER = 5): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-DIAS-MINIMO-DIG.
           ACCEPT WS-DIAS-MINIMO-DIG.
           IF WS-DIAS-MINIMO-DIG > ZERO
               MOVE WS-DIAS-MINIMO-DIG TO WS-DIAS-MINIMO
           END-IF.

           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: nenhuma conta lancada ainda."
               CLOSE CONTAPAGAR-FILE
               PERFORM 850-PAUSA
               GOBACK
           END-IF.
           OPEN INPUT TERMOS-FILE.
           IF STATUS-OK-TC
               MOVE 'S' TO WS-TC-ABERTO
           END-IF.

           PERFORM 880-ABRIR-SPOOL.
           MOVE WS-DIAS-MINIMO TO WS-ED-MINIMO.
           MOVE SPACES TO WS-LINHA.
           STRING "------- CHEGADA DE FATURAS E PRAZO NEGOCIADO - "
                  WS-DATA-INICIO " A " WS-DATA-FIM " -------"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           PERFORM 200-LER-PROTOCOLOS.
           PERFORM 300-CONFERIR-PRAZOS.

           CLOSE CONTAPAGAR-FILE.
           IF WS-TC-ABERTO = 'S'
               CLOSE TERMOS-FILE
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           IF STATUS-OK-FORN
               MOVE 'S' TO WS-FORN-ABERTO
           END-IF.
           PERFORM 700-IMPRIMIR-FORNECEDORES.
           IF WS-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES-FILE
           END-IF.
           PERFORM 750-IMPRIMIR-SOLICITANTES.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           PERFORM 850-PAUSA.
           GOBACK.

      *> SO OS PROTOCOLOS JA LANCADOS TEM VENCIMENTO PARA COMPARAR;
      *> OS DEVOLVIDOS E OS AINDA AGUARDANDO FICAM DE FORA
       200-LER-PROTOCOLOS.
           OPEN INPUT PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               MOVE "AVISO: PROTOCOLO.DAT indisponivel; sem dados de "
                   TO WS-LINHA
               MOVE "chegada das faturas." TO WS-LINHA(50:)
               PERFORM 890-EMITIR-LINHA
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO PT-NUMERO.
           START PROTOCOLO-FILE KEY IS GREATER THAN OR EQUAL TO PT-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 210-LER-PROTOCOLO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE PROTOCOLO-FILE.

       210-LER-PROTOCOLO.
           READ PROTOCOLO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF PT-SITUACAO NOT = 'L'
               EXIT PARAGRAPH
           END-IF.
           IF PT-DATA-CHEGADA < WS-DATA-INICIO OR
                   PT-DATA-CHEGADA > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-NUM-DOC TO CP-NUM-DOC.
           MOVE PT-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CONTA
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-QTD-PROTOCOLOS.
           COMPUTE WS-DIAS-ANTEC =
               FUNCTION INTEGER-OF-DATE(CP-DATA-VENC) -
               FUNCTION INTEGER-OF-DATE(PT-DATA-CHEGADA).
           ADD WS-DIAS-ANTEC TO WS-TOT-SOMA-DIAS.
           IF WS-DIAS-ANTEC < ZERO
               ADD 1 TO WS-TOT-VENCIDAS
           ELSE
               IF WS-DIAS-ANTEC < WS-DIAS-MINIMO
                   ADD 1 TO WS-TOT-CURTAS
               END-IF
           END-IF.

           MOVE PT-CNPJ-FORN TO WS-FN-BUSCA.
           PERFORM 600-LOCALIZAR-FORNECEDOR.
           IF WS-FN-ACHOU > ZERO
               ADD 1 TO WS-FN-FATURAS(WS-FN-ACHOU)
               ADD WS-DIAS-ANTEC TO WS-FN-SOMA-DIAS(WS-FN-ACHOU)
               IF WS-DIAS-ANTEC < ZERO
                   ADD 1 TO WS-FN-VENCIDAS(WS-FN-ACHOU)
               ELSE
                   IF WS-DIAS-ANTEC < WS-DIAS-MINIMO
                       ADD 1 TO WS-FN-CURTAS(WS-FN-ACHOU)
                   END-IF
               END-IF
           END-IF.

           MOVE PT-SOLICITANTE TO WS-SL-BUSCA.
           PERFORM 650-LOCALIZAR-SOLICITANTE.
           IF WS-SL-ACHOU > ZERO
               ADD 1 TO WS-SL-FATURAS(WS-SL-ACHOU)
               ADD WS-DIAS-ANTEC TO WS-SL-SOMA-DIAS(WS-SL-ACHOU)
               IF WS-DIAS-ANTEC < ZERO
                   ADD 1 TO WS-SL-VENCIDAS(WS-SL-ACHOU)
               ELSE
                   IF WS-DIAS-ANTEC < WS-DIAS-MINIMO
                       ADD 1 TO WS-SL-CURTAS(WS-SL-ACHOU)
                   END-IF
               END-IF
           END-IF.

      *> CONTAS EMITIDAS NO PERIODO COM PRAZO MENOR QUE O NEGOCIADO:
      *> LISTADAS UMA A UMA PARA A COBRANCA JUNTO AO FORNECEDOR
       300-CONFERIR-PRAZOS.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "CONTAS EMITIDAS COM PRAZO ABAIXO DO NEGOCIADO"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-TC-ABERTO NOT = 'S'
               MOVE "(TERMOS.DAT indisponivel; nenhum prazo negociado "
                   TO WS-LINHA
               MOVE "para conferir)" TO WS-LINHA(50:)
               PERFORM 890-EMITIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "DOCUMENTO  CNPJ FORNECEDOR  EMISSAO  VENCIMEN  "
                  "PRAZO DADO  NEGOCIADO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 310-CONFERIR-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           MOVE SPACES TO WS-LINHA.
           STRING "Total de contas fora do prazo negociado: "
                  WS-QTD-FORA-PRAZO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       310-CONFERIR-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF CP-SITUACAO = 'C' OR CP-NUM-PARCELA > 1
               EXIT PARAGRAPH
           END-IF.
           IF CP-DATA-EMISSAO < WS-DATA-INICIO OR
                   CP-DATA-EMISSAO > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO TC-CNPJ.
           READ TERMOS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF TC-PRAZO-DIAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRAZO-DADO =
               FUNCTION INTEGER-OF-DATE(CP-DATA-VENC) -
               FUNCTION INTEGER-OF-DATE(CP-DATA-EMISSAO).
           IF WS-PRAZO-DADO >= TC-PRAZO-DIAS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-FORA-PRAZO.
           MOVE CP-CNPJ-FORN TO WS-FN-BUSCA.
           PERFORM 600-LOCALIZAR-FORNECEDOR.
           IF WS-FN-ACHOU > ZERO
               ADD 1 TO WS-FN-FORA-PRAZO(WS-FN-ACHOU)
           END-IF.
           MOVE WS-PRAZO-DADO TO WS-ED-DIAS.
           MOVE TC-PRAZO-DIAS TO WS-ED-PRAZO.
           MOVE SPACES TO WS-LINHA.
           STRING CP-NUM-DOC " " CP-CNPJ-FORN "  " CP-DATA-EMISSAO " "
                  CP-DATA-VENC "       " WS-ED-DIAS "        "
                  WS-ED-PRAZO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       600-LOCALIZAR-FORNECEDOR.
           MOVE ZERO TO WS-FN-ACHOU.
           PERFORM 610-COMPARAR-FORNECEDOR
               VARYING WS-FN-IDX FROM 1 BY 1
               UNTIL WS-FN-IDX > WS-FN-QTD OR WS-FN-ACHOU > ZERO.
           IF WS-FN-ACHOU = ZERO
               IF WS-FN-QTD < 500
                   ADD 1 TO WS-FN-QTD
                   MOVE WS-FN-QTD TO WS-FN-ACHOU
                   INITIALIZE WS-FN-ITEM(WS-FN-ACHOU)
                   MOVE WS-FN-BUSCA TO WS-FN-CNPJ(WS-FN-ACHOU)
               ELSE
                   ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
           END-IF.

       610-COMPARAR-FORNECEDOR.
           IF WS-FN-CNPJ(WS-FN-IDX) = WS-FN-BUSCA
               MOVE WS-FN-IDX TO WS-FN-ACHOU
           END-IF.

       650-LOCALIZAR-SOLICITANTE.
           MOVE ZERO TO WS-SL-ACHOU.
           PERFORM 660-COMPARAR-SOLICITANTE
               VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-QTD OR WS-SL-ACHOU > ZERO.
           IF WS-SL-ACHOU = ZERO
               IF WS-SL-QTD < 200
                   ADD 1 TO WS-SL-QTD
                   MOVE WS-SL-QTD TO WS-SL-ACHOU
                   INITIALIZE WS-SL-ITEM(WS-SL-ACHOU)
                   MOVE WS-SL-BUSCA TO WS-SL-SOLICITANTE(WS-SL-ACHOU)
               ELSE
                   ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
           END-IF.

       660-COMPARAR-SOLICITANTE.
           IF WS-SL-SOLICITANTE(WS-SL-IDX) = WS-SL-BUSCA
               MOVE WS-SL-IDX TO WS-SL-ACHOU
           END-IF.

       700-IMPRIMIR-FORNECEDORES.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CHEGADA DAS FATURAS POR FORNECEDOR (ANTECEDENCIA "
                  "MINIMA " WS-ED-MINIMO " DIAS)"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CNPJ FORNECEDOR RAZAO SOCIAL                   "
                  "FATURAS MEDIA DIAS VENCIDAS  CURTAS FORA PRAZO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 710-IMPRIMIR-FORNECEDOR
               VARYING WS-FN-IDX FROM 1 BY 1 UNTIL WS-FN-IDX > WS-FN-QTD.

           MOVE ZERO TO WS-MEDIA.
           IF WS-QTD-PROTOCOLOS > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-TOT-SOMA-DIAS / WS-QTD-PROTOCOLOS
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL                                          "
                  WS-QTD-PROTOCOLOS "  " WS-ED-MEDIA "   "
                  WS-TOT-VENCIDAS "  " WS-TOT-CURTAS "     "
                  WS-QTD-FORA-PRAZO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-QTD-SEM-CONTA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "Protocolos lancados cuja conta nao existe mais: "
                      WS-QTD-SEM-CONTA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       710-IMPRIMIR-FORNECEDOR.
           MOVE SPACES TO WS-NOME-FORN.
           IF WS-FORN-ABERTO = 'S'
               MOVE WS-FN-CNPJ(WS-FN-IDX) TO F-CNPJ
               READ FORNECEDORES-FILE
                   INVALID KEY
                       MOVE "(nao cadastrado)" TO WS-NOME-FORN
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO WS-NOME-FORN
               END-READ
           END-IF.
           MOVE ZERO TO WS-MEDIA.
           IF WS-FN-FATURAS(WS-FN-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-FN-SOMA-DIAS(WS-FN-IDX) / WS-FN-FATURAS(WS-FN-IDX)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-FN-CNPJ(WS-FN-IDX) "  " WS-NOME-FORN "  "
                  WS-FN-FATURAS(WS-FN-IDX) "   " WS-ED-MEDIA "    "
                  WS-FN-VENCIDAS(WS-FN-IDX) "   "
                  WS-FN-CURTAS(WS-FN-IDX) "      "
                  WS-FN-FORA-PRAZO(WS-FN-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       750-IMPRIMIR-SOLICITANTES.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "CHEGADA DAS FATURAS POR SOLICITANTE INTERNO" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "SOLICITANTE  FATURAS MEDIA DIAS VENCIDAS  CURTAS"
               TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 760-IMPRIMIR-SOLICITANTE
               VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > WS-SL-QTD.
           IF WS-QTD-FORA-TABELA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-QTD-FORA-TABELA " ocorrencia(s) fora "
                      "das tabelas de fornecedor/solicitante."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

       760-IMPRIMIR-SOLICITANTE.
           MOVE ZERO TO WS-MEDIA.
           IF WS-SL-FATURAS(WS-SL-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SL-SOMA-DIAS(WS-SL-IDX) / WS-SL-FATURAS(WS-SL-IDX)
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE SPACES TO WS-LINHA.
           IF WS-SL-SOLICITANTE(WS-SL-IDX) = SPACES
               MOVE "(nao inf.)" TO WS-LINHA(1:10)
           ELSE
               MOVE WS-SL-SOLICITANTE(WS-SL-IDX) TO WS-LINHA(1:10)
           END-IF.
           STRING "     " WS-SL-FATURAS(WS-SL-IDX) "   " WS-ED-MEDIA
                  "    " WS-SL-VENCIDAS(WS-SL-IDX) "   "
                  WS-SL-CURTAS(WS-SL-IDX)
               DELIMITED BY SIZE INTO WS-LINHA(11:).
           PERFORM 890-EMITIR-LINHA.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'RELPROT_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
