               RECORD KEY IS NT-CODIGO
               FILE STATUS IS WS-STATUS-NATUREZA.

           SELECT RATEIO-FILE *> Rateio de uma conta entre centros de custo
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT RECLASS-FILE *> Reclassificacoes de centro/natureza (RECLASS)
               ASSIGN TO 'RECLASS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-RECLASS.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 NT-CODIGO        PIC X(04).
           05 NT-DESCRICAO     PIC X(30).

       FD  RATEIO-FILE.
       01  RATEIO-REG.
           05 RA-CHAVE.
              10 RA-NUM-DOC       PIC 9(10).
              10 RA-CNPJ-FORN     PIC 9(14).
              10 RA-SEQ           PIC 9(02).
           05 RA-CENTRO-CUSTO     PIC X(06).
           05 RA-PERCENTUAL       PIC 9(03)V99.
           05 RA-VALOR            PIC 9(10)V99.
           05 RA-NATUREZA         PIC X(04).

       FD  RECLASS-FILE.
       01  RECLASS-REG.
           05 RC-CHAVE.
              10 RC-NUM-DOC       PIC 9(10).
              10 RC-CNPJ-FORN     PIC 9(14).
              10 RC-SEQ           PIC 9(02).
           05 RC-DATA-RECLASS     PIC 9(08).
           05 RC-CENTRO-ANTIGO    PIC X(06).
           05 RC-NATUREZA-ANTIGA  PIC X(04).
           05 RC-CENTRO-NOVO      PIC X(06).
           05 RC-NATUREZA-NOVA    PIC X(04).
           05 RC-VALOR            PIC 9(10)V99.
           05 RC-MOTIVO           PIC X(60).
           05 RC-USUARIO          PIC X(10).
           05 RC-DATA-HORA        PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       01 WS-DATA-INICIO          PIC 9(08).
       01 WS-DATA-FIM             PIC 9(08).
       01 WS-NATUREZA-CORRENTE    PIC X(04).
       01 WS-TOTAL-GERAL          PIC S9(13)V99 VALUE ZERO.
       01 WS-VALOR-ABS            PIC 9(13)V99.
       01 WS-VALOR-ABS-NAT        PIC 9(12)V99.
       01 WS-SINAL                PIC X(01).

      *> RECLASSIFICACOES FEITAS NO PERIODO (RECLASS): O VALOR SAI DA
      *> NATUREZA/CENTRO ANTIGOS E ENTRA NOS NOVOS A PARTIR DA DATA DA
      *> RECLASSIFICACAO; A CONTA CONTINUA NO PERIODO DE EMISSAO COMO FOI
       01 WS-STATUS-RECLASS       PIC X(2).
           88 STATUS-OK-RC           VALUE '00'.
       01 WS-FIM-RECLASS          PIC X(01).
       01 WS-QTD-RECLASS          PIC 9(05) VALUE ZERO.

      *> CONTAS RATEADAS ENTRAM PELO CENTRO DE CADA LINHA DO RATEIO;
      *> LINHA COM NATUREZA PROPRIA (FATURA DE CARTAO) ENTRA NELA, AS
      *> DEMAIS NA NATUREZA DO CABECALHO
       01 WS-STATUS-RATEIO        PIC X(2).
           88 STATUS-OK-RA           VALUE '00'.
       01 WS-RATEIO-ABERTO        PIC X(01) VALUE 'N'.
       01 WS-RAT-TEM              PIC X(01).
       01 WS-FIM-RATEIO           PIC X(01).
       01 WS-ACUM-CENTRO          PIC X(06).
       01 WS-ACUM-VALOR           PIC S9(10)V99.

      *> ACUMULADORES DO CRUZAMENTO NATUREZA X CENTRO DE CUSTO E DO
      *> TOTAL POR NATUREZA
           05 WS-CRZ-ITEM OCCURS 300 TIMES.
              10 WS-CRZ-NATUREZA  PIC X(04).
              10 WS-CRZ-CENTRO    PIC X(06).
              10 WS-CRZ-TOTAL     PIC S9(12)V99.
       01 WS-NAT-QTD              PIC 9(03) VALUE ZERO.
       01 WS-NAT-IDX              PIC 9(03).
       01 WS-NAT-ACHOU-IDX        PIC 9(03).
       01 WS-NAT-TAB.
           05 WS-NAT-ITEM OCCURS 100 TIMES.
              10 WS-NAT-CODIGO    PIC X(04).
              10 WS-NAT-TOTAL     PIC S9(12)V99.

       PROCEDURE DIVISION.
      *> GASTO POR NATUREZA DE DESPESA CRUZADO COM CENTRO DE CUSTO NUM
           END-IF.

           OPEN INPUT NATUREZA-FILE.
           MOVE 'N' TO WS-RATEIO-ABERTO.
           OPEN INPUT RATEIO-FILE.
           IF STATUS-OK-RA
               MOVE 'S' TO WS-RATEIO-ABERTO
           END-IF.

           DISPLAY "Digite a data inicial de emissao (AAAAMMDD): "
                   WITH NO ADVANCING.
           PERFORM 200-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE CONTAPAGAR-FILE.
           IF WS-RATEIO-ABERTO = 'S'
               CLOSE RATEIO-FILE
               MOVE 'N' TO WS-RATEIO-ABERTO
           END-IF.
           PERFORM 360-APLICAR-RECLASSIFICACOES.

           PERFORM 500-IMPRIMIR-NATUREZA
               VARYING WS-NAT-IDX FROM 1 BY 1

           CLOSE NATUREZA-FILE.

           IF WS-QTD-RECLASS > ZERO
               DISPLAY "Reclassificacoes aplicadas no periodo: "
                       WS-QTD-RECLASS
               MOVE SPACES TO SPOOL-REG
               STRING "Reclassificacoes aplicadas no periodo: "
                      WS-QTD-RECLASS
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
           IF WS-TOTAL-GERAL < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE ' ' TO WS-SINAL
           END-IF.
           MOVE WS-TOTAL-GERAL TO WS-VALOR-ABS.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL GERAL DO PERIODO: " WS-SINAL WS-VALOR-ABS.
           MOVE SPACES TO SPOOL-REG.
           STRING "TOTAL GERAL DO PERIODO: " WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           CLOSE SPOOL-FILE.
           END-READ.

       300-ACUMULAR-CONTA.
           MOVE 'N' TO WS-RAT-TEM.
           IF WS-RATEIO-ABERTO = 'S'
               PERFORM 320-ACUMULAR-RATEIO-DOC
           END-IF.
           IF WS-RAT-TEM = 'N'
               MOVE CP-NATUREZA TO WS-NATUREZA-CORRENTE
               MOVE CP-CENTRO-CUSTO TO WS-ACUM-CENTRO
               MOVE CP-VALOR TO WS-ACUM-VALOR
               PERFORM 330-ACUMULAR-VALOR
           END-IF.

       320-ACUMULAR-RATEIO-DOC.
           MOVE CP-NUM-DOC   TO RA-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RA-CNPJ-FORN.
           MOVE ZERO TO RA-SEQ.
           MOVE 'N' TO WS-FIM-RATEIO.
           START RATEIO-FILE KEY IS GREATER THAN OR EQUAL TO RA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-RATEIO
           END-START.
           PERFORM 325-LER-PROXIMA-LINHA-RATEIO
               UNTIL WS-FIM-RATEIO = 'Y'.

       325-LER-PROXIMA-LINHA-RATEIO.
           READ RATEIO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-RATEIO
               NOT AT END
                   IF RA-NUM-DOC NOT = CP-NUM-DOC OR
                           RA-CNPJ-FORN NOT = CP-CNPJ-FORN
                       MOVE 'Y' TO WS-FIM-RATEIO
                   ELSE
                       MOVE 'S' TO WS-RAT-TEM
                       IF RA-NATUREZA NOT = SPACES
                           MOVE RA-NATUREZA TO WS-NATUREZA-CORRENTE
                       ELSE
                           MOVE CP-NATUREZA TO WS-NATUREZA-CORRENTE
                       END-IF
                       MOVE RA-CENTRO-CUSTO TO WS-ACUM-CENTRO
                       MOVE RA-VALOR TO WS-ACUM-VALOR
                       PERFORM 330-ACUMULAR-VALOR
                   END-IF
           END-READ.

       360-APLICAR-RECLASSIFICACOES.
           OPEN INPUT RECLASS-FILE.
           IF NOT STATUS-OK-RC
               CLOSE RECLASS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RC-CHAVE.
           MOVE 'N' TO WS-FIM-RECLASS.
           START RECLASS-FILE KEY IS GREATER THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-RECLASS
           END-START.
           PERFORM 365-LER-PROXIMA-RECLASSIFICACAO
               UNTIL WS-FIM-RECLASS = 'Y'.
           CLOSE RECLASS-FILE.

       365-LER-PROXIMA-RECLASSIFICACAO.
           READ RECLASS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-RECLASS
                   EXIT PARAGRAPH
           END-READ.
           IF RC-DATA-RECLASS < WS-DATA-INICIO OR
                   RC-DATA-RECLASS > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-RECLASS.
           MOVE RC-NATUREZA-ANTIGA TO WS-NATUREZA-CORRENTE.
           MOVE RC-CENTRO-ANTIGO TO WS-ACUM-CENTRO.
           COMPUTE WS-ACUM-VALOR = 0 - RC-VALOR.
           PERFORM 330-ACUMULAR-VALOR.
           MOVE RC-NATUREZA-NOVA TO WS-NATUREZA-CORRENTE.
           MOVE RC-CENTRO-NOVO TO WS-ACUM-CENTRO.
           MOVE RC-VALOR TO WS-ACUM-VALOR.
           PERFORM 330-ACUMULAR-VALOR.

       330-ACUMULAR-VALOR.
      *> CONTAS LANCADAS ANTES DA TABELA DE NATUREZAS ENTRAM NO
      *> AGRUPAMENTO "(sem)" EM VEZ DE SUMIREM DO RELATORIO
           IF WS-NATUREZA-CORRENTE = SPACES
               MOVE '(s/n' TO WS-NATUREZA-CORRENTE
           END-IF.
           ADD WS-ACUM-VALOR TO WS-TOTAL-GERAL.

           MOVE ZERO TO WS-CRZ-ACHOU-IDX.
           PERFORM 350-PROCURAR-CRUZAMENTO
                   ADD 1 TO WS-CRZ-QTD
                   MOVE WS-NATUREZA-CORRENTE
                       TO WS-CRZ-NATUREZA(WS-CRZ-QTD)
                   MOVE WS-ACUM-CENTRO TO WS-CRZ-CENTRO(WS-CRZ-QTD)
                   MOVE ZERO TO WS-CRZ-TOTAL(WS-CRZ-QTD)
                   MOVE WS-CRZ-QTD TO WS-CRZ-ACHOU-IDX
               END-IF
           END-IF.
           IF WS-CRZ-ACHOU-IDX > ZERO
               ADD WS-ACUM-VALOR TO WS-CRZ-TOTAL(WS-CRZ-ACHOU-IDX)
           END-IF.

           MOVE ZERO TO WS-NAT-ACHOU-IDX.
               END-IF
           END-IF.
           IF WS-NAT-ACHOU-IDX > ZERO
               ADD WS-ACUM-VALOR TO WS-NAT-TOTAL(WS-NAT-ACHOU-IDX)
           END-IF.

       350-PROCURAR-CRUZAMENTO.
           IF WS-CRZ-ACHOU-IDX = ZERO AND
                   WS-CRZ-NATUREZA(WS-CRZ-IDX) = WS-NATUREZA-CORRENTE
                   AND WS-CRZ-CENTRO(WS-CRZ-IDX) = WS-ACUM-CENTRO
               MOVE WS-CRZ-IDX TO WS-CRZ-ACHOU-IDX
           END-IF.

                   MOVE "(sem descricao)" TO NT-DESCRICAO
           END-READ.

           IF WS-NAT-TOTAL(WS-NAT-IDX) < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE ' ' TO WS-SINAL
           END-IF.
           MOVE WS-NAT-TOTAL(WS-NAT-IDX) TO WS-VALOR-ABS-NAT.
           DISPLAY "Natureza " WS-NAT-CODIGO(WS-NAT-IDX) " "
                   NT-DESCRICAO(1:25) " total "
                   WS-SINAL WS-VALOR-ABS-NAT.
           MOVE SPACES TO SPOOL-REG.
           STRING "Natureza " WS-NAT-CODIGO(WS-NAT-IDX) " "
                  NT-DESCRICAO(1:25) " total "
                  WS-SINAL WS-VALOR-ABS-NAT
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           PERFORM 550-IMPRIMIR-CRUZAMENTO
       550-IMPRIMIR-CRUZAMENTO.
           IF WS-CRZ-NATUREZA(WS-CRZ-IDX) =
                   WS-NAT-CODIGO(WS-NAT-IDX)
               IF WS-CRZ-TOTAL(WS-CRZ-IDX) < ZERO
                   MOVE '-' TO WS-SINAL
               ELSE
                   MOVE ' ' TO WS-SINAL
               END-IF
               MOVE WS-CRZ-TOTAL(WS-CRZ-IDX) TO WS-VALOR-ABS-NAT
               DISPLAY "   cc " WS-CRZ-CENTRO(WS-CRZ-IDX) " : "
                       WS-SINAL WS-VALOR-ABS-NAT
               MOVE SPACES TO SPOOL-REG
               STRING "   cc " WS-CRZ-CENTRO(WS-CRZ-IDX) " : "
                      WS-SINAL WS-VALOR-ABS-NAT
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
