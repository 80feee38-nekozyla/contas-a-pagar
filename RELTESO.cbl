               ALTERNATE RECORD KEY IS AG-DATA-PROG WITH DUPLICATES
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT TRANSFER-FILE *> Transferencias entre contas da propria empresa
               ASSIGN TO 'TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-NUMERO
               ALTERNATE RECORD KEY IS TR-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TRANSFER.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
           05 AG-MOTIVO        PIC X(30).
           05 AG-CONTA-EMPRESA PIC X(04).

       FD  TRANSFER-FILE.
       01  TRANSFER-REG.
           05 TR-NUMERO             PIC 9(08).
           05 TR-DATA               PIC 9(08).
           05 TR-CONTA-ORIGEM       PIC X(04).
           05 TR-CONTA-DESTINO      PIC X(04).
           05 TR-VALOR              PIC 9(12)V99.
           05 TR-SITUACAO           PIC X(01).
           05 TR-ORIGEM             PIC X(01).
           05 TR-HISTORICO          PIC X(40).
           05 TR-USUARIO            PIC X(10).
           05 TR-DATA-HORA          PIC 9(14).
           05 TR-DATA-EFETIVA       PIC 9(08).
           05 TR-USUARIO-EFETIVA    PIC X(10).

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
           05 PR-DIAS-AVISO-CND    PIC 9(03).
           05 PR-LIMITE-RESIDUO    PIC 9(04)V99.
           05 PR-VALOR-EXIGE-ANEXO PIC 9(10)V99.
           05 PR-PERC-TOLER-RECEB  PIC 9(02)V99.
           05 PR-DIAS-DESCONHEC    PIC 9(03).
           05 PR-CC-SUSPENSO       PIC X(06).
           05 PR-PERC-DESVIO-CONS  PIC 9(03).
           05 PR-SLA-HORAS-APROV   PIC 9(03).
           05 PR-SLA-HORAS-LIB     PIC 9(03).
           05 PR-JANELA-FIM-BATCH  PIC 9(04).
           05 FILLER               PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
       01 WS-STATUS-AGENDA         PIC X(2).
          88 STATUS-OK-AG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AG VALUE '35'.
       01 WS-STATUS-TRANSFER       PIC X(2).
          88 STATUS-OK-TR           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-TR VALUE '35'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
       01 WS-DIA-TAB.
           05 WS-DIA-DATA          PIC 9(08) OCCURS 15 TIMES.

      *> CONTAS DA EMPRESA COM A MATRIZ DE SAIDAS E ENTRADAS POR DIA
      *> (ENTRADA = TRANSFERENCIA PROGRAMADA DE OUTRA CONTA DA EMPRESA);
      *> A PRIMEIRA DATA EM QUE O SALDO PROJETADO FICA NEGATIVO E
      *> DESTACADA
       01 WS-CTA-QTD               PIC 9(02) VALUE ZERO.
       01 WS-CTA-IDX               PIC 9(02).
       01 WS-CTA-ACHOU             PIC X(01).
              10 WS-CTA-DESCRICAO  PIC X(20).
              10 WS-CTA-SALDO      PIC S9(12)V99.
              10 WS-CTA-SAIDA      PIC 9(12)V99 OCCURS 15 TIMES.
              10 WS-CTA-ENTRADA    PIC 9(12)V99 OCCURS 15 TIMES.

       01 WS-CONTA-ALVO            PIC X(04).
       01 WS-VALOR-ITEM            PIC 9(10)V99.
       01 WS-NEGATIVOU             PIC X(01).
       01 WS-TEM-AGENDA            PIC X(01).
       01 WS-VENC-INT              PIC S9(09) COMP.
       01 WS-DATA-TRANSF           PIC 9(08).
       01 WS-DIA-POS               PIC 9(02).

      *> APOIO DE DIAS UTEIS, COMO NOS DEMAIS PROGRAMAS
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
      *> CONTA BANCARIA E CAMINHA DIA UTIL A DIA UTIL PELOS PROXIMOS
      *> 15, ABATENDO O QUE A AGENDA PROGRAMOU PARA A CONTA E AS
      *> CONTAS EM ABERTO POR VENCIMENTO (ESTAS NA CONTA PADRAO DA
      *> TESOURARIA) E AS TRANSFERENCIAS PROGRAMADAS ENTRE CONTAS DA
      *> EMPRESA, DESTACANDO O PRIMEIRO DIA NEGATIVO DE CADA CONTA
       100-INICIAR.
           DISPLAY "--- Posicao Diaria de Tesouraria por Conta ---".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.

           PERFORM 300-ACUMULAR-AGENDA.
           PERFORM 400-ACUMULAR-VENCIMENTOS.
           PERFORM 450-ACUMULAR-TRANSFERENCIAS.
           PERFORM 500-IMPRIMIR-POSICAO.

           CLOSE SPOOL-FILE.

       270-ZERAR-SAIDAS-CONTA.
           MOVE ZERO TO WS-CTA-SAIDA(WS-CTA-QTD, WS-DIA-IDX).
           MOVE ZERO TO WS-CTA-ENTRADA(WS-CTA-QTD, WS-DIA-IDX).

      *> CADA ITEM DA AGENDA DENTRO DA JANELA ENTRA COMO SAIDA DA SUA
      *> CONTA PAGADORA (OU DA CONTA PADRAO, SE NAO PROGRAMADA) NO DIA
           MOVE WS-CONTA-PADRAO TO WS-CONTA-ALVO.
           PERFORM 350-SOMAR-SAIDA-NO-DIA.

      *> TRANSFERENCIAS PROGRAMADAS (TRANSBCO) NA JANELA: SAIDA NA CONTA
      *> DE ORIGEM E ENTRADA NA DE DESTINO NA DATA; A PROGRAMADA QUE
      *> FICOU PARA TRAS AINDA NAO FOI EFETIVADA E PESA NO PRIMEIRO DIA
       450-ACUMULAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               IF NOT ARQUIVO-NAO-ENCONTRADO-TR
                   MOVE 'TRANSFER' TO WS-ERR-ARQUIVO
                   MOVE WS-STATUS-TRANSFER TO WS-ERR-STATUS
                   PERFORM 990-GRAVAR-LOG-ERRO
               END-IF
               CLOSE TRANSFER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE ZERO TO TR-DATA.
           START TRANSFER-FILE KEY IS GREATER THAN OR EQUAL TO TR-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 460-LER-PROXIMA-TRANSFERENCIA
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE TRANSFER-FILE.

       460-LER-PROXIMA-TRANSFERENCIA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF TR-DATA > WS-DIA-DATA(WS-DIA-QTD)
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF TR-SITUACAO = 'P'
                           PERFORM 470-ACUMULAR-TRANSFERENCIA
                       END-IF
                   END-IF
           END-READ.

       470-ACUMULAR-TRANSFERENCIA.
           IF TR-DATA < WS-DIA-DATA(1)
               MOVE WS-DIA-DATA(1) TO WS-DATA-TRANSF
           ELSE
               MOVE TR-DATA TO WS-DATA-TRANSF
           END-IF.
           MOVE ZERO TO WS-DIA-POS.
           PERFORM 485-PROCURAR-DIA-TRANSF
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-QTD OR WS-DIA-POS > ZERO.
           IF WS-DIA-POS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-CONTA-ORIGEM TO WS-CONTA-ALVO.
           PERFORM 480-LOCALIZAR-CONTA.
           ADD TR-VALOR TO WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-POS).
           MOVE TR-CONTA-DESTINO TO WS-CONTA-ALVO.
           PERFORM 480-LOCALIZAR-CONTA.
           ADD TR-VALOR TO WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-POS).

       480-LOCALIZAR-CONTA.
           MOVE 'N' TO WS-CTA-ACHOU.
           PERFORM 360-PROCURAR-CONTA-ALVO
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD OR WS-CTA-ACHOU = 'S'.
           IF WS-CTA-ACHOU = 'N'
               MOVE 1 TO WS-CTA-IDX
           ELSE
               SUBTRACT 1 FROM WS-CTA-IDX
           END-IF.

      *> TRANSFERENCIA EM DIA NAO UTIL CAI NO DIA UTIL SEGUINTE
       485-PROCURAR-DIA-TRANSF.
           IF WS-DIA-DATA(WS-DIA-IDX) >= WS-DATA-TRANSF
               MOVE WS-DIA-IDX TO WS-DIA-POS
           END-IF.

       500-IMPRIMIR-POSICAO.
           PERFORM 510-IMPRIMIR-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
       520-IMPRIMIR-DIA.
           SUBTRACT WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
               FROM WS-SALDO-PROJ.
           ADD WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX) TO WS-SALDO-PROJ.
           MOVE SPACES TO SPOOL-REG.
           IF WS-SALDO-PROJ < ZERO AND WS-NEGATIVOU = 'N'
               MOVE 'S' TO WS-NEGATIVOU
               DISPLAY "  " WS-DIA-DATA(WS-DIA-IDX) " saida "
                       WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
                       " entrada " WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX)
                       " saldo " WS-SALDO-PROJ
                       "  ** PRIMEIRO DIA NEGATIVO **"
               STRING "  " WS-DIA-DATA(WS-DIA-IDX) " saida "
                      WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
                      " entrada " WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX)
                      " saldo " WS-SALDO-PROJ
                      "  ** PRIMEIRO DIA NEGATIVO **"
                   DELIMITED BY SIZE INTO SPOOL-REG
           ELSE
               DISPLAY "  " WS-DIA-DATA(WS-DIA-IDX) " saida "
                       WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
                       " entrada " WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX)
                       " saldo " WS-SALDO-PROJ
               STRING "  " WS-DIA-DATA(WS-DIA-IDX) " saida "
                      WS-CTA-SAIDA(WS-CTA-IDX, WS-DIA-IDX)
                      " entrada " WS-CTA-ENTRADA(WS-CTA-IDX, WS-DIA-IDX)
                      " saldo " WS-SALDO-PROJ
                   DELIMITED BY SIZE INTO SPOOL-REG
           END-IF.
