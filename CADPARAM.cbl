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

      *> CADA ALTERACAO DE JUROS/MULTA/ALCADA ANEXA UMA VIGENCIA AQUI,
      *> COM QUEM ALTEROU E QUANDO: O CALCULO DE ENCARGOS DE CONTAS
                   " dias antes".
           DISPLAY "Limite de residuo p/baixa: " PR-LIMITE-RESIDUO.
           DISPLAY "Valor que exige anexo    : " PR-VALOR-EXIGE-ANEXO.
           DISPLAY "Tolerancia nota x receb. : " PR-PERC-TOLER-RECEB
                   " %".
           DISPLAY "NF-e sem conta, desconhec: " PR-DIAS-DESCONHEC
                   " dias".
           DISPLAY "Centro de custo suspenso : " PR-CC-SUSPENSO.
           DISPLAY "Desvio de consumo alerta : " PR-PERC-DESVIO-CONS
                   " % da media de 12 meses".
           DISPLAY "SLA aprovacao por centro : " PR-SLA-HORAS-APROV
                   " horas".
           DISPLAY "SLA liberacao de alcada  : " PR-SLA-HORAS-LIB
                   " horas".
           DISPLAY "Fim da janela do batch   : " PR-JANELA-FIM-BATCH
                   " (HHMM, 0 sem janela)".
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

                   "digitalizada anexada (0 desliga): "
                   WITH NO ADVANCING.
           ACCEPT PR-VALOR-EXIGE-ANEXO.
           DISPLAY "Tolerancia em % da nota acima do valor recebido "
                   "do pedido, ex.: 2.00 (0 exige valor exato): "
                   WITH NO ADVANCING.
           ACCEPT PR-PERC-TOLER-RECEB.
           DISPLAY "Dias sem conta lancada para propor desconhecimento "
                   "da NF-e (0 usa 30): " WITH NO ADVANCING.
           ACCEPT PR-DIAS-DESCONHEC.
           DISPLAY "Centro de custo suspenso das despesas de cartao "
                   "nao atestadas no vencimento: " WITH NO ADVANCING.
           ACCEPT PR-CC-SUSPENSO.
           MOVE FUNCTION UPPER-CASE(PR-CC-SUSPENSO) TO PR-CC-SUSPENSO.
           DISPLAY "Desvio em % sobre a media de 12 meses que marca o "
                   "consumo de uma instalacao (0 usa 50): "
                   WITH NO ADVANCING.
           ACCEPT PR-PERC-DESVIO-CONS.
           DISPLAY "Horas que um lancamento pode esperar o dono do "
                   "centro antes de subir ao centro pai (0 usa 48): "
                   WITH NO ADVANCING.
           ACCEPT PR-SLA-HORAS-APROV.
           DISPLAY "Horas que uma liberacao de alcada pode esperar "
                   "antes de subir ao centro pai (0 usa 24): "
                   WITH NO ADVANCING.
           ACCEPT PR-SLA-HORAS-LIB.
           DISPLAY "Hora limite para a rodada noturna terminar, HHMM "
                   "(ex.: 0600; 0 nao controla): " WITH NO ADVANCING.
           ACCEPT PR-JANELA-FIM-BATCH.

           OPEN OUTPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
