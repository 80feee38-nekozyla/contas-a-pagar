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
       01 WS-CC-TAB.
           05 WS-CC-ITEM OCCURS 50 TIMES.
               10 WS-CC-CODIGO  PIC X(06).
               10 WS-CC-TOTAL   PIC S9(10)V99.
       01 WS-CC-QTD              PIC 9(03) VALUE ZERO.
       01 WS-CC-IDX              PIC 9(03).
       01 WS-CC-ACHOU            PIC X(01).
       01 WS-GRAO-TOTAL          PIC S9(10)V99.
       01 WS-VALOR-ABS           PIC 9(10)V99.
       01 WS-VALOR-ABS-PAI       PIC 9(12)V99.
       01 WS-SINAL               PIC X(01).

      *> RECLASSIFICACOES FEITAS NO MES (RECLASS): O VALOR SAI DO CENTRO
      *> ANTIGO E ENTRA NO NOVO A PARTIR DA DATA DA RECLASSIFICACAO; O
      *> MES DE EMISSAO DA CONTA CONTINUA COMO FOI ENTREGUE
       01 WS-STATUS-RECLASS      PIC X(2).
           88 STATUS-OK-RC           VALUE '00'.
       01 WS-FIM-RECLASS         PIC X(01).
       01 WS-QTD-RECLASS         PIC 9(05) VALUE ZERO.

      *> CONTAS RATEADAS (LINHAS EM RATEIO.DAT) ENTRAM NO RELATORIO
      *> COM O VALOR DE CADA CENTRO DO RATEIO, E NAO COM O CENTRO DO
       01 WS-RAT-TEM             PIC X(01).
       01 WS-FIM-RATEIO          PIC X(01).
       01 WS-ACUM-CENTRO         PIC X(06).
       01 WS-ACUM-VALOR          PIC S9(10)V99.

      *> ROLLUP PELA HIERARQUIA DO CADASTRO DE CENTROS: OS TOTAIS DOS
      *> FILHOS SOBEM PARA O CENTRO PAI, PARA O DIRETOR VER A AREA
       01 WS-PAI-TAB.
           05 WS-PAI-ITEM OCCURS 20 TIMES.
              10 WS-PAI-CODIGO   PIC X(06).
              10 WS-PAI-TOTAL    PIC S9(12)V99.


       PROCEDURE DIVISION.
               CLOSE RATEIO-FILE
               MOVE 'N' TO WS-RATEIO-ABERTO
           END-IF.
           PERFORM 360-APLICAR-RECLASSIFICACOES.

           PERFORM 400-IMPRIMIR-CABECALHO.
           MOVE ZERO TO WS-GRAO-TOTAL.
               MOVE 'S' TO WS-CC-ACHOU
           END-IF.

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
           IF RC-DATA-RECLASS(1:6) NOT = WS-MES-CONSULTA OR
                   RC-CENTRO-ANTIGO = RC-CENTRO-NOVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-RECLASS.
           MOVE RC-CENTRO-ANTIGO TO WS-ACUM-CENTRO.
           COMPUTE WS-ACUM-VALOR = 0 - RC-VALOR.
           PERFORM 330-ACUMULAR-VALOR-CENTRO.
           MOVE RC-CENTRO-NOVO TO WS-ACUM-CENTRO.
           MOVE RC-VALOR TO WS-ACUM-VALOR.
           PERFORM 330-ACUMULAR-VALOR-CENTRO.

       400-IMPRIMIR-CABECALHO.
           DISPLAY " ".
           DISPLAY "------- CONTAS POR CENTRO DE CUSTO - " WS-MES-CONSULTA
           WRITE SPOOL-REG.

       500-IMPRIMIR-LINHA-CC.
           IF WS-CC-TOTAL(WS-CC-IDX) < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE ' ' TO WS-SINAL
           END-IF.
           MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-VALOR-ABS.
           DISPLAY WS-CC-CODIGO(WS-CC-IDX) "        "
                   WS-SINAL WS-VALOR-ABS.
           MOVE SPACES TO SPOOL-REG.
           STRING WS-CC-CODIGO(WS-CC-IDX) "        "
                  WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           ADD WS-CC-TOTAL(WS-CC-IDX) TO WS-GRAO-TOTAL.

       600-FINALIZAR.
           IF WS-GRAO-TOTAL < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE ' ' TO WS-SINAL
           END-IF.
           MOVE WS-GRAO-TOTAL TO WS-VALOR-ABS.
           IF WS-QTD-RECLASS > ZERO
               DISPLAY "Reclassificacoes de centro no mes: " WS-QTD-RECLASS
               MOVE SPACES TO SPOOL-REG
               STRING "Reclassificacoes de centro no mes: " WS-QTD-RECLASS
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
           DISPLAY "-------------- -----------".
           DISPLAY "TOTAL GERAL:  " WS-SINAL WS-VALOR-ABS.
           DISPLAY "-------------------- FIM DO RELATORIO ---------------------".
           MOVE "-------------- -----------" TO SPOOL-REG
           WRITE SPOOL-REG
           MOVE SPACES TO SPOOL-REG
           STRING "TOTAL GERAL:  " WS-SINAL WS-VALOR-ABS
               DELIMITED BY SIZE INTO SPOOL-REG
           WRITE SPOOL-REG
           MOVE "-------------------- FIM DO RELATORIO ---------------------"
           END-IF.

       730-IMPRIMIR-PAI.
           IF WS-PAI-TOTAL(WS-PAI-IDX) < ZERO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE ' ' TO WS-SINAL
           END-IF.
           MOVE WS-PAI-TOTAL(WS-PAI-IDX) TO WS-VALOR-ABS-PAI.
           DISPLAY WS-PAI-CODIGO(WS-PAI-IDX) " (pai)  "
                   WS-SINAL WS-VALOR-ABS-PAI.
           MOVE SPACES TO SPOOL-REG.
           STRING WS-PAI-CODIGO(WS-PAI-IDX) " (pai)  "
                  WS-SINAL WS-VALOR-ABS-PAI
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

