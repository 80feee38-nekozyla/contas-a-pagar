       01 WS-QTD-SEM-BOLETO       PIC 9(04) VALUE ZERO.
       01 WS-VALOR-ITEM           PIC 9(10)V99.

      *> EVIDENCIA PARA O CHECKLIST DE FECHAMENTO: A CONCILIACAO DO DDA
      *> VALE PARA TUDO ATE A DATA DA EXECUCAO; PENDENTES SAO OS BOLETOS
      *> SEM CONTA LANCADA E AS CONTAS SEM BOLETO
       01 WS-FECH-PARM.
           05 WS-FCH-TAREFA       PIC X(08) VALUE 'DDA'.
           05 WS-FCH-DATA-INICIO  PIC 9(08) VALUE ZERO.
           05 WS-FCH-DATA-FIM     PIC 9(08).
           05 WS-FCH-PROGRAMA     PIC X(08) VALUE 'IMPDDA'.
           05 WS-FCH-QTD          PIC 9(07).
           05 WS-FCH-PENDENTES    PIC 9(07).

       PROCEDURE DIVISION.
      *> IMPORTA O ARQUIVO DDA DO BANCO E CONCILIA CADA BOLETO
      *> REGISTRADO CONTRA AS CONTAS EM ABERTO, POR CNPJ + VALOR +
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.

           MOVE WS-DHS-DATA TO WS-FCH-DATA-FIM.
           MOVE WS-DDA-QTD TO WS-FCH-QTD.
           COMPUTE WS-FCH-PENDENTES = WS-QTD-SEM-CONTA + WS-QTD-SEM-BOLETO.
           CALL 'REGFECH' USING WS-FECH-PARM.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.
