               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT VARCAMB-FILE *> Variacao cambial realizada e nao realizada
               ASSIGN TO 'VARCAMB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-VARCAMB.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 CP-NATUREZA       PIC X(04).
           05 CP-CHAVE-NFE      PIC X(44).

      *> TIPO 'R' REALIZADA (GRAVADA PELO CAMBREAL NO PAGAMENTO), 'N'
      *> NAO REALIZADA (GRAVADA AQUI NA REAVALIACAO DE FIM DE MES)
       FD  VARCAMB-FILE.
       01  VARCAMB-REG.
           05 VC-TIPO             PIC X(01).
           05 VC-MOEDA            PIC X(03).
           05 VC-DATA             PIC 9(08).
           05 VC-NUM-DOC          PIC 9(10).
           05 VC-CNPJ-FORN        PIC 9(14).
           05 VC-SEQ-HIST         PIC 9(04).
           05 VC-VALOR-ME         PIC S9(10)V99.
           05 VC-TAXA-ANTERIOR    PIC 9(04)V9999.
           05 VC-TAXA-NOVA        PIC 9(04)V9999.
           05 VC-VARIACAO         PIC S9(10)V99.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

           88 ARQUIVO-NAO-ENCONTRADO-CP VALUE '35'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-VARCAMB       PIC X(2).
           88 STATUS-OK-VC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-VC VALUE '35'.
       01 WS-VARCAMB-ABERTO       PIC X(01) VALUE 'N'.

       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
       01 WS-VARIACAO-TOTAL       PIC S9(12)V99 VALUE ZERO.
       01 WS-QTD-REAVALIADAS      PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-TAXA         PIC 9(05) VALUE ZERO.
       01 WS-VALOR-ANTERIOR       PIC 9(10)V99.

      *> RELATORIO DE VARIACAO REALIZADA X NAO REALIZADA POR MOEDA E
      *> COMPETENCIA: ATE 10 MOEDAS E 24 COMPETENCIAS POR EMISSAO, A
      *> COMPETENCIA E A POSICAO A PARTIR DA INICIAL DO PERIODO
       01 WS-COMPET-INICIAL       PIC 9(06).
       01 WS-COMPET-INICIAL-R REDEFINES WS-COMPET-INICIAL.
           05 WS-CI-ANO             PIC 9(04).
           05 WS-CI-MES             PIC 9(02).
       01 WS-COMPET-FINAL         PIC 9(06).
       01 WS-COMPET-FINAL-R REDEFINES WS-COMPET-FINAL.
           05 WS-CF-ANO             PIC 9(04).
           05 WS-CF-MES             PIC 9(02).
       01 WS-COMPET-LINHA         PIC 9(06).
       01 WS-COMPET-LINHA-R REDEFINES WS-COMPET-LINHA.
           05 WS-CL-ANO             PIC 9(04).
           05 WS-CL-MES             PIC 9(02).
       01 WS-DATA-VARIACAO        PIC 9(08).
       01 WS-DATA-VARIACAO-R REDEFINES WS-DATA-VARIACAO.
           05 WS-DV-ANO             PIC 9(04).
           05 WS-DV-MES             PIC 9(02).
           05 WS-DV-DIA             PIC 9(02).
       01 WS-QTD-MESES            PIC 9(03).
       01 WS-MES-IDX              PIC 9(03).
       01 WS-VV-QTD               PIC 9(02) VALUE ZERO.
       01 WS-VV-IDX               PIC 9(02).
       01 WS-VV-ACHOU             PIC 9(02).
       01 WS-VV-TAB.
           05 WS-VV-ITEM OCCURS 10 TIMES.
              10 WS-VV-MOEDA         PIC X(03).
              10 WS-VV-MES OCCURS 24 TIMES.
                 15 WS-VV-REALIZADA  PIC S9(12)V99.
                 15 WS-VV-NAO-REAL   PIC S9(12)V99.
       01 WS-VV-TOT-REALIZADA     PIC S9(12)V99.
       01 WS-VV-TOT-NAO-REAL      PIC S9(12)V99.
       01 WS-VV-TOTAL-MES         PIC S9(12)V99.
       01 WS-VV-QTD-DESPREZADOS   PIC 9(05) VALUE ZERO.
       01 WS-LINHA                PIC X(132).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
           DISPLAY "I - Incluir/Alterar taxa do dia".
           DISPLAY "L - Listar taxas de uma moeda".
           DISPLAY "R - Reavaliar contas em aberto (fim de mes)".
           DISPLAY "V - Variacao realizada x nao realizada".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

                   PERFORM 400-LISTAR-TAXAS
               WHEN 'R'
                   PERFORM 600-REAVALIAR-CONTAS
               WHEN 'V'
                   PERFORM 800-RELATORIO-VARIACAO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   WITH NO ADVANCING.
           ACCEPT WS-DATA-FECHAMENTO.

      *> CADA VARIACAO APURADA VAI PARA VARCAMB.DAT COMO NAO REALIZADA;
      *> SEM O ARQUIVO A REAVALIACAO SEGUE, SO SEM O REGISTRO
           MOVE 'N' TO WS-VARCAMB-ABERTO.
           OPEN EXTEND VARCAMB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-VC
               OPEN OUTPUT VARCAMB-FILE
           END-IF.
           IF STATUS-OK-VC
               MOVE 'S' TO WS-VARCAMB-ABERTO
           ELSE
               DISPLAY "AVISO: nao foi possivel abrir VARCAMB.DAT. "
                       "Status: " WS-STATUS-VARCAMB
           END-IF.

           MOVE ZERO TO WS-VARIACAO-TOTAL WS-QTD-REAVALIADAS
                        WS-QTD-SEM-TAXA.
           MOVE 'N' TO WS-FIM-LEITURA.

           CLOSE CONTAPAGAR-FILE.
           CLOSE CAMBIO-FILE.
           IF WS-VARCAMB-ABERTO = 'S'
               CLOSE VARCAMB-FILE
               MOVE 'N' TO WS-VARCAMB-ABERTO
           END-IF.

           DISPLAY "Contas reavaliadas : " WS-QTD-REAVALIADAS.
           DISPLAY "Contas sem taxa    : " WS-QTD-SEM-TAXA.
               MOVE CP-VALOR TO CP-SALDO
           END-IF.
           MOVE CP-SALDO TO WS-SALDO-ANTERIOR.
           MOVE CP-VALOR TO WS-VALOR-ANTERIOR.

           COMPUTE WS-VALOR-NOVO ROUNDED =
               CP-VALOR-ORIGINAL * WS-TAXA-ENCONTRADA.
                          WS-SALDO-NOVO " variacao " WS-VARIACAO
                       DELIMITED BY SIZE INTO SPOOL-REG
                   WRITE SPOOL-REG
                   IF WS-VARCAMB-ABERTO = 'S' AND WS-VARIACAO NOT = ZERO
                       PERFORM 750-GRAVAR-NAO-REALIZADA
                   END-IF
           END-REWRITE.

       750-GRAVAR-NAO-REALIZADA.
           MOVE 'N' TO VC-TIPO.
           MOVE CP-MOEDA TO VC-MOEDA.
           MOVE WS-DATA-FECHAMENTO TO VC-DATA.
           MOVE CP-NUM-DOC TO VC-NUM-DOC.
           MOVE CP-CNPJ-FORN TO VC-CNPJ-FORN.
           MOVE ZERO TO VC-SEQ-HIST.
           MOVE ZERO TO VC-VALOR-ME.
           MOVE ZERO TO VC-TAXA-ANTERIOR.
           IF WS-VALOR-ANTERIOR > ZERO
               COMPUTE VC-VALOR-ME ROUNDED = CP-VALOR-ORIGINAL
                   * WS-SALDO-ANTERIOR / WS-VALOR-ANTERIOR
           END-IF.
           IF CP-VALOR-ORIGINAL > ZERO
               COMPUTE VC-TAXA-ANTERIOR ROUNDED =
                   WS-VALOR-ANTERIOR / CP-VALOR-ORIGINAL
           END-IF.
           MOVE WS-TAXA-ENCONTRADA TO VC-TAXA-NOVA.
           MOVE WS-VARIACAO TO VC-VARIACAO.
           WRITE VARCAMB-REG.

      *> VARIACAO CAMBIAL REALIZADA (LIQUIDACOES E SUAS REVERSOES) X NAO
      *> REALIZADA (REAVALIACOES DE FIM DE MES) POR MOEDA E COMPETENCIA,
      *> PARA A CONTABILIDADE CONFERIR OS LANCAMENTOS DE VARIACAO ATIVA
      *> E PASSIVA. POSITIVO E PERDA, NEGATIVO E GANHO
       800-RELATORIO-VARIACAO.
           DISPLAY "--- Variacao Cambial Realizada x Nao Realizada ---".
           OPEN INPUT VARCAMB-FILE.
           IF NOT STATUS-OK-VC
               DISPLAY "AVISO: nenhuma variacao cambial registrada ainda."
               CLOSE VARCAMB-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Competencia inicial (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPET-INICIAL.
           DISPLAY "Competencia final   (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-COMPET-FINAL.
           COMPUTE WS-QTD-MESES =
               (WS-CF-ANO - WS-CI-ANO) * 12 + WS-CF-MES - WS-CI-MES + 1.
           IF WS-COMPET-FINAL < WS-COMPET-INICIAL OR WS-QTD-MESES > 24
               DISPLAY "ERRO: periodo invalido (maximo de 24 meses)."
               CLOSE VARCAMB-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-VV-QTD WS-VV-QTD-DESPREZADOS.
           INITIALIZE WS-VV-TAB.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 810-ACUMULAR-VARIACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE VARCAMB-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           MOVE SPACES TO WS-NOME-SPOOL.
           STRING 'VARCAMB_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "VARIACAO CAMBIAL REALIZADA X NAO REALIZADA - "
                  "COMPETENCIAS " WS-COMPET-INICIAL " A " WS-COMPET-FINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "MOEDA COMPET        REALIZADA    NAO REALIZADA"
                  "            TOTAL"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           IF WS-VV-QTD = ZERO
               MOVE "Nenhuma variacao cambial no periodo." TO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           PERFORM 830-EMITIR-MOEDA
               VARYING WS-VV-IDX FROM 1 BY 1 UNTIL WS-VV-IDX > WS-VV-QTD.
           IF WS-VV-QTD-DESPREZADOS > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "Registros desprezados (mais de 10 moedas): "
                      WS-VV-QTD-DESPREZADOS
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       810-ACUMULAR-VARIACAO.
           READ VARCAMB-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF VC-DATA(1:6) >= WS-COMPET-INICIAL AND
                           VC-DATA(1:6) <= WS-COMPET-FINAL
                       PERFORM 820-SOMAR-VARIACAO
                   END-IF
           END-READ.

       820-SOMAR-VARIACAO.
           MOVE ZERO TO WS-VV-ACHOU.
           PERFORM 825-PROCURAR-MOEDA
               VARYING WS-VV-IDX FROM 1 BY 1
               UNTIL WS-VV-IDX > WS-VV-QTD OR WS-VV-ACHOU > ZERO.
           IF WS-VV-ACHOU = ZERO
               IF WS-VV-QTD < 10
                   ADD 1 TO WS-VV-QTD
                   MOVE VC-MOEDA TO WS-VV-MOEDA(WS-VV-QTD)
                   MOVE WS-VV-QTD TO WS-VV-ACHOU
               ELSE
                   ADD 1 TO WS-VV-QTD-DESPREZADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE VC-DATA TO WS-DATA-VARIACAO.
           COMPUTE WS-MES-IDX =
               (WS-DV-ANO - WS-CI-ANO) * 12 + WS-DV-MES - WS-CI-MES + 1.
           IF VC-TIPO = 'R'
               ADD VC-VARIACAO TO WS-VV-REALIZADA(WS-VV-ACHOU, WS-MES-IDX)
           ELSE
               ADD VC-VARIACAO TO WS-VV-NAO-REAL(WS-VV-ACHOU, WS-MES-IDX)
           END-IF.

       825-PROCURAR-MOEDA.
           IF WS-VV-MOEDA(WS-VV-IDX) = VC-MOEDA
               MOVE WS-VV-IDX TO WS-VV-ACHOU
           END-IF.

       830-EMITIR-MOEDA.
           MOVE ZERO TO WS-VV-TOT-REALIZADA WS-VV-TOT-NAO-REAL.
           MOVE WS-COMPET-INICIAL TO WS-COMPET-LINHA.
           PERFORM 840-EMITIR-MES
               VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > WS-QTD-MESES.
           COMPUTE WS-VV-TOTAL-MES =
               WS-VV-TOT-REALIZADA + WS-VV-TOT-NAO-REAL.
           MOVE SPACES TO WS-LINHA.
           STRING WS-VV-MOEDA(WS-VV-IDX) "   TOTAL  "
                  WS-VV-TOT-REALIZADA " " WS-VV-TOT-NAO-REAL " "
                  WS-VV-TOTAL-MES
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       840-EMITIR-MES.
           IF WS-VV-REALIZADA(WS-VV-IDX, WS-MES-IDX) NOT = ZERO OR
                   WS-VV-NAO-REAL(WS-VV-IDX, WS-MES-IDX) NOT = ZERO
               ADD WS-VV-REALIZADA(WS-VV-IDX, WS-MES-IDX)
                   TO WS-VV-TOT-REALIZADA
               ADD WS-VV-NAO-REAL(WS-VV-IDX, WS-MES-IDX)
                   TO WS-VV-TOT-NAO-REAL
               COMPUTE WS-VV-TOTAL-MES =
                   WS-VV-REALIZADA(WS-VV-IDX, WS-MES-IDX)
                   + WS-VV-NAO-REAL(WS-VV-IDX, WS-MES-IDX)
               MOVE SPACES TO WS-LINHA
               STRING WS-VV-MOEDA(WS-VV-IDX) "   " WS-COMPET-LINHA " "
                      WS-VV-REALIZADA(WS-VV-IDX, WS-MES-IDX) " "
                      WS-VV-NAO-REAL(WS-VV-IDX, WS-MES-IDX) " "
                      WS-VV-TOTAL-MES
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           IF WS-CL-MES = 12
               ADD 1 TO WS-CL-ANO
               MOVE 1 TO WS-CL-MES
           ELSE
               ADD 1 TO WS-CL-MES
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL); A OPERACAO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
