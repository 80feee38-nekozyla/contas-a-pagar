       01 WS-NOVO-DOC             PIC 9(10).
       01 WS-USUARIO              PIC X(10) VALUE 'SISTEMA'.

      *> EVIDENCIA PARA O CHECKLIST DE FECHAMENTO: O PERIODO CONCILIADO
      *> E QUANTAS LINHAS DO EXTRATO/PAGAMENTOS FICARAM SEM PAR DEPOIS
      *> DA CLASSIFICACAO
       01 WS-FECH-PARM.
           05 WS-FCH-TAREFA       PIC X(08) VALUE 'CONCBCO'.
           05 WS-FCH-DATA-INICIO  PIC 9(08).
           05 WS-FCH-DATA-FIM     PIC 9(08).
           05 WS-FCH-PROGRAMA     PIC X(08) VALUE 'IMPEXTR'.
           05 WS-FCH-QTD          PIC 9(07).
           05 WS-FCH-PENDENTES    PIC 9(07).

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'IMPEXTR'.
           05 WS-JRN-ARQUIVO   PIC X(12).
               END-IF
           END-IF.

           MOVE WS-DATA-INICIO TO WS-FCH-DATA-INICIO.
           MOVE WS-DATA-FIM TO WS-FCH-DATA-FIM.
           COMPUTE WS-FCH-QTD = WS-QTD-CONFERIDOS + WS-QTD-SEM-REGISTRO.
           COMPUTE WS-FCH-PENDENTES = WS-QTD-SEM-REGISTRO
                   - WS-QTD-CLASSIFICADOS + WS-QTD-NAO-DEBITADOS.
           CALL 'REGFECH' USING WS-FECH-PARM.

           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.
                           H-VALOR-PAGO > ZERO AND
                           H-METODO-PGTO NOT = 'ESTORNO' AND
                           H-METODO-PGTO NOT = 'ADIANT' AND
                           H-METODO-PGTO(1:7) NOT = 'VARCAMB' AND
                           H-METODO-PGTO NOT = 'RESIDUO' AND
                           H-METODO-PGTO NOT = 'ENCONTRO'
                       IF WS-PG-QTD < 2000
                           ADD 1 TO WS-PG-QTD
                           MOVE H-NUM-DOC TO WS-PG-DOC(WS-PG-QTD)

       690-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.
