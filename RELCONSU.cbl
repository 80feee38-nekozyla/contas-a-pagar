       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONSU.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTAL-FILE *> Instalacoes de concessionarias (energia, agua, gas)
               ASSIGN TO 'INSTAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               ALTERNATE RECORD KEY IS IN-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-INSTAL.

           SELECT CONSUMO-FILE *> Consumo medido em cada conta de concessionaria
               ASSIGN TO 'CONSUMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               ALTERNATE RECORD KEY IS CO-INSTALACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONSUMO.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ERRLOG.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTAL-FILE.
       01  INSTAL-REG.
           05 IN-CODIGO           PIC X(10).
           05 IN-DESCRICAO        PIC X(30).
           05 IN-CNPJ-FORN        PIC 9(14).
           05 IN-FILIAL           PIC X(04).
           05 IN-TIPO             PIC X(01).
           05 IN-UNIDADE          PIC X(03).
           05 IN-ID-BARRAS        PIC X(15).
           05 IN-ATIVO            PIC X(01).

       FD  CONSUMO-FILE.
       01  CONSUMO-REG.
           05 CO-CHAVE.
              10 CO-NUM-DOC       PIC 9(10).
              10 CO-CNPJ-FORN     PIC 9(14).
           05 CO-INSTALACAO       PIC X(10).
           05 CO-MES-REF          PIC 9(06).
           05 CO-QUANTIDADE       PIC 9(09)V99.
           05 CO-VALOR            PIC 9(10)V99.
           05 CO-USUARIO          PIC X(10).
           05 CO-DATA-HORA        PIC 9(14).

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

       FD  PARAMS-FILE.
       01  PARAMS-REG.
           05 PR-TAXA-JUROS-DIA    PIC 9V99999.
           05 PR-TAXA-MULTA        PIC 9V9999.
           05 PR-VALOR-ALCADA      PIC 9(10)V99.
           05 PR-DIAS-LEMBRETE     PIC 9(03).
           05 PR-DIAS-ESCALACAO    PIC 9(03).
           05 PR-DIAS-RETENCAO-HIST PIC 9(05).
           05 PR-TOP-N             PIC 9(03).
           05 PR-PERC-LIMITE-BLOQ  PIC 9(03).
           05 PR-PERC-ORC-APROV    PIC 9(03).
           05 PR-CONTA-BCO-AGENDA  PIC X(04).
           05 PR-MESES-ARQUIVO     PIC 9(03).
           05 PR-DIAS-JANELA-DUP   PIC 9(03).
           05 PR-DIAS-VALIDADE-SENHA PIC 9(03).
           05 PR-MAX-TENTATIVAS    PIC 9(02).
           05 PR-MINUTOS-SESSAO    PIC 9(04).
           05 PR-ALERTA-ARQ-KB     PIC 9(07).
           05 PR-MESES-AVISO-CONTR PIC 9(02).
           05 PR-POLITICA-CND      PIC X(01).
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

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
           05 EL-USUARIO       PIC X(10).
           05 EL-PROGRAMA      PIC X(08).
           05 EL-ARQUIVO       PIC X(12).
           05 EL-STATUS        PIC X(02).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ERRLOG         PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.
       01 WS-ERR-ARQUIVO           PIC X(12).
       01 WS-ERR-STATUS            PIC X(02).
       01 WS-DATA-HORA-ERRO.
           05 WS-DHE-DATA          PIC 9(08).
           05 WS-DHE-HORA          PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-STATUS-INSTAL        PIC X(2).
           88 STATUS-OK-IN           VALUE '00'.
       01 WS-STATUS-CONSUMO       PIC X(2).
           88 STATUS-OK-CO           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CO VALUE '35'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
           88 STATUS-OK-CP           VALUE '00'.
       01 WS-STATUS-PARAMS        PIC X(2).
           88 STATUS-OK-PR           VALUE '00'.
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
       01 WS-CONTAS-ABERTO        PIC X(01) VALUE 'N'.
       01 WS-PERC-DESVIO          PIC 9(03) VALUE 50.

      *> JANELA DE 13 MESES: COLUNA 13 = MES DO RELATORIO, COLUNAS 1 A
      *> 12 = OS DOZE MESES ANTERIORES, BASE DA MEDIA DE CADA INSTALACAO
       01 WS-MES-FINAL            PIC 9(06).
       01 WS-MES-FINAL-R REDEFINES WS-MES-FINAL.
           05 WS-MF-ANO           PIC 9(04).
           05 WS-MF-MES           PIC 9(02).
       01 WS-ORD-FINAL            PIC 9(06) COMP.
       01 WS-ORD-CONSUMO          PIC 9(06) COMP.
       01 WS-ORD-COLUNA           PIC 9(06) COMP.
       01 WS-ANO-CONS             PIC 9(04).
       01 WS-MES-CONS             PIC 9(02).
       01 WS-IDX-MES              PIC S9(04) COMP.
       01 WS-MES-IDX              PIC 9(02).
       01 WS-COL-MES              PIC 9(06).
       01 WS-COL-MES-R REDEFINES WS-COL-MES.
           05 WS-CM-ANO           PIC 9(04).
           05 WS-CM-MES           PIC 9(02).

      *> UMA LINHA POR INSTALACAO CADASTRADA, COM CONSUMO E VALOR DE
      *> CADA MES DA JANELA
       01 WS-INS-QTD              PIC 9(03) VALUE ZERO.
       01 WS-INS-IDX              PIC 9(03).
       01 WS-INS-ACHOU            PIC 9(03).
       01 WS-INS-TAB.
           05 WS-INS-ITEM OCCURS 500 TIMES.
              10 WS-INS-CODIGO    PIC X(10).
              10 WS-INS-DESCRICAO PIC X(30).
              10 WS-INS-FILIAL    PIC X(04).
              10 WS-INS-UNIDADE   PIC X(03).
              10 WS-INS-ATIVO     PIC X(01).
              10 WS-INS-MES OCCURS 13 TIMES.
                 15 WS-INS-CONSUMO PIC 9(11)V99.
                 15 WS-INS-VALOR   PIC 9(12)V99.

      *> TENDENCIA POR FILIAL: CONSUMO SOMADO POR FILIAL E UNIDADE DE
      *> MEDIDA (NAO SE SOMA KWH COM M3)
       01 WS-FIL-QTD              PIC 9(03) VALUE ZERO.
       01 WS-FIL-IDX              PIC 9(03).
       01 WS-FIL-ACHOU            PIC 9(03).
       01 WS-FIL-TAB.
           05 WS-FIL-ITEM OCCURS 200 TIMES.
              10 WS-FIL-FILIAL    PIC X(04).
              10 WS-FIL-UNIDADE   PIC X(03).
              10 WS-FIL-CONSUMO   PIC 9(11)V99 OCCURS 13 TIMES.

      *> CALCULO DA LINHA DE CADA INSTALACAO
       01 WS-MESES-HIST           PIC 9(02).
       01 WS-SOMA-CONS-HIST       PIC 9(13)V99.
       01 WS-SOMA-VALOR-HIST      PIC 9(14)V99.
       01 WS-MEDIA-CONSUMO        PIC 9(11)V99.
       01 WS-CUSTO-UNIT           PIC 9(07)V9999.
       01 WS-CUSTO-MEDIO          PIC 9(07)V9999.
       01 WS-VAR-CONSUMO          PIC S9(07).
       01 WS-VAR-CUSTO            PIC S9(07).
       01 WS-VAR-CALC             PIC S9(07).
       01 WS-VAR-ABS              PIC 9(04).
       01 WS-VAR-SINAL            PIC X(01).
       01 WS-VAR-TXT              PIC X(06).
       01 WS-VAR-CONS-TXT         PIC X(06).
       01 WS-VAR-CUSTO-TXT        PIC X(06).
       01 WS-ALERTA               PIC X(20).
       01 WS-CONSUMO-INT          PIC 9(09).
       01 WS-MEDIA-INT            PIC 9(09).
       01 WS-QTD-INSTAL-MES       PIC 9(05).
       01 WS-QTD-ALERTAS          PIC 9(05).
       01 WS-LIN-POS              PIC 9(03).

       PROCEDURE DIVISION.
      *> CONSUMO DE ENERGIA, AGUA E GAS POR INSTALACAO: O CONSUMO E O
      *> CUSTO UNITARIO DO MES COMPARADOS COM A MEDIA DOS DOZE MESES
      *> ANTERIORES DA PROPRIA INSTALACAO. DESVIO ACIMA DO PERCENTUAL DE
      *> PARAMS.DAT (CONTA EM DOBRO = ERRO DE FATURAMENTO OU VAZAMENTO)
      *> SAI MARCADO. NO FIM, A TENDENCIA DE 13 MESES POR FILIAL PARA
      *> A EQUIPE DE FACILITIES
       100-INICIAR.
           DISPLAY "--- Consumo de Concessionarias por Instalacao ---".
           OPEN INPUT INSTAL-FILE.
           IF NOT STATUS-OK-IN
               DISPLAY "AVISO: Nenhuma instalacao cadastrada ainda."
               CLOSE INSTAL-FILE
               GOBACK
           END-IF.
           OPEN INPUT CONSUMO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CO
               DISPLAY "AVISO: Nenhum consumo registrado ainda."
               CLOSE CONSUMO-FILE
               CLOSE INSTAL-FILE
               GOBACK
           END-IF.
           IF NOT STATUS-OK-CO
               DISPLAY "ERRO ao abrir arquivo de consumo. Status: "
                       WS-STATUS-CONSUMO
               MOVE 'CONSUMO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONSUMO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               CLOSE CONSUMO-FILE
               CLOSE INSTAL-FILE
               GOBACK
           END-IF.
           PERFORM 150-LER-PARAMETROS.

           DISPLAY "Mes do relatorio (AAAAMM, ENTER = mes anterior): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-MES-FINAL.
           ACCEPT WS-MES-FINAL.
           IF WS-MES-FINAL = ZERO
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-FINAL
               IF WS-MF-MES = 1
                   MOVE 12 TO WS-MF-MES
                   SUBTRACT 1 FROM WS-MF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MF-MES
               END-IF
           END-IF.
           COMPUTE WS-ORD-FINAL = WS-MF-ANO * 12 + WS-MF-MES.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO IN-CODIGO.
           START INSTAL-FILE KEY IS GREATER THAN IN-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-CARREGAR-INSTALACAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE INSTAL-FILE.

           OPEN INPUT CONTAPAGAR-FILE.
           IF STATUS-OK-CP
               MOVE 'S' TO WS-CONTAS-ABERTO
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 250-ACUMULAR-CONSUMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONSUMO-FILE.
           CLOSE CONTAPAGAR-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELCONSU_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "CONSUMO POR INSTALACAO - MES " WS-MES-FINAL
                  " x MEDIA DOS 12 MESES ANTERIORES (ALERTA ACIMA DE "
                  WS-PERC-DESVIO "%)"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "INSTALACAO DESCRICAO                      FIL  UN      "
             TO WS-LINHA.
           MOVE "CONSUMO     MEDIA  VAR%   CUSTO UN  CUSTO MED  VAR%  ALERTA"
             TO WS-LINHA(57:60).
           PERFORM 890-EMITIR-LINHA.
           MOVE ZERO TO WS-QTD-INSTAL-MES WS-QTD-ALERTAS.
           PERFORM 400-ANALISAR-INSTALACAO
               VARYING WS-INS-IDX FROM 1 BY 1 UNTIL WS-INS-IDX > WS-INS-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "INSTALACOES COM CONTA NO MES: " WS-QTD-INSTAL-MES
                  "   MARCADAS: " WS-QTD-ALERTAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           PERFORM 500-TENDENCIA-FILIAL.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.
           GOBACK.

       150-LER-PARAMETROS.
           OPEN INPUT PARAMS-FILE.
           IF NOT STATUS-OK-PR
               CLOSE PARAMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PR-PERC-DESVIO-CONS IS NUMERIC AND
                           PR-PERC-DESVIO-CONS > ZERO
                       MOVE PR-PERC-DESVIO-CONS TO WS-PERC-DESVIO
                   END-IF
           END-READ.
           CLOSE PARAMS-FILE.

       200-CARREGAR-INSTALACAO.
           READ INSTAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-INS-QTD < 500
                       ADD 1 TO WS-INS-QTD
                       MOVE IN-CODIGO TO WS-INS-CODIGO(WS-INS-QTD)
                       MOVE IN-DESCRICAO TO WS-INS-DESCRICAO(WS-INS-QTD)
                       MOVE IN-FILIAL TO WS-INS-FILIAL(WS-INS-QTD)
                       MOVE IN-UNIDADE TO WS-INS-UNIDADE(WS-INS-QTD)
                       MOVE IN-ATIVO TO WS-INS-ATIVO(WS-INS-QTD)
                       PERFORM 210-ZERAR-MES
                           VARYING WS-MES-IDX FROM 1 BY 1
                           UNTIL WS-MES-IDX > 13
                   ELSE
                       DISPLAY "AVISO: mais de 500 instalacoes; "
                               IN-CODIGO " fora do relatorio."
                   END-IF
           END-READ.

       210-ZERAR-MES.
           MOVE ZERO TO WS-INS-CONSUMO(WS-INS-QTD, WS-MES-IDX)
                        WS-INS-VALOR(WS-INS-QTD, WS-MES-IDX).

      *> A COLUNA SAI DA DISTANCIA EM MESES ATE O MES DO RELATORIO;
      *> CONTA CANCELADA NAO ENTRA NA MEDIA NEM NO MES
       250-ACUMULAR-CONSUMO.
           READ CONSUMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CO-MES-REF(1:4) TO WS-ANO-CONS.
           MOVE CO-MES-REF(5:2) TO WS-MES-CONS.
           COMPUTE WS-ORD-CONSUMO = WS-ANO-CONS * 12 + WS-MES-CONS.
           COMPUTE WS-IDX-MES = 13 - (WS-ORD-FINAL - WS-ORD-CONSUMO).
           IF WS-IDX-MES < 1 OR WS-IDX-MES > 13
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTAS-ABERTO = 'S'
               MOVE CO-NUM-DOC TO CP-NUM-DOC
               MOVE CO-CNPJ-FORN TO CP-CNPJ-FORN
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-SITUACAO = 'C'
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           MOVE ZERO TO WS-INS-ACHOU.
           PERFORM 260-PROCURAR-INSTALACAO
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-QTD OR WS-INS-ACHOU > ZERO.
           IF WS-INS-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD CO-QUANTIDADE TO WS-INS-CONSUMO(WS-INS-ACHOU, WS-IDX-MES).
           ADD CO-VALOR TO WS-INS-VALOR(WS-INS-ACHOU, WS-IDX-MES).

       260-PROCURAR-INSTALACAO.
           IF WS-INS-CODIGO(WS-INS-IDX) = CO-INSTALACAO
               MOVE WS-INS-IDX TO WS-INS-ACHOU
           END-IF.

      *> MEDIA SO DOS MESES COM CONTA (INSTALACAO NOVA OU MES SEM
      *> LEITURA NAO PUXA A MEDIA PARA BAIXO); MENOS DE TRES MESES DE
      *> HISTORICO NAO DA BASE PARA ALERTA
       400-ANALISAR-INSTALACAO.
           MOVE ZERO TO WS-MESES-HIST WS-SOMA-CONS-HIST WS-SOMA-VALOR-HIST.
           PERFORM 410-SOMAR-HISTORICO
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 12.
           IF WS-INS-CONSUMO(WS-INS-IDX, 13) = ZERO
               IF WS-INS-ATIVO(WS-INS-IDX) = 'A' AND WS-MESES-HIST > ZERO
                   ADD 1 TO WS-QTD-ALERTAS
                   MOVE SPACES TO WS-LINHA
                   STRING WS-INS-CODIGO(WS-INS-IDX) " "
                          WS-INS-DESCRICAO(WS-INS-IDX) " "
                          WS-INS-FILIAL(WS-INS-IDX) " "
                          WS-INS-UNIDADE(WS-INS-IDX)
                          "  SEM CONTA NO MES"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 890-EMITIR-LINHA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-INSTAL-MES.

           COMPUTE WS-CUSTO-UNIT ROUNDED =
               WS-INS-VALOR(WS-INS-IDX, 13) / WS-INS-CONSUMO(WS-INS-IDX, 13).
           MOVE ZERO TO WS-MEDIA-CONSUMO WS-CUSTO-MEDIO
                        WS-VAR-CONSUMO WS-VAR-CUSTO.
           MOVE SPACES TO WS-VAR-CONS-TXT WS-VAR-CUSTO-TXT.
           IF WS-MESES-HIST > ZERO
               COMPUTE WS-MEDIA-CONSUMO ROUNDED =
                   WS-SOMA-CONS-HIST / WS-MESES-HIST
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-SOMA-VALOR-HIST / WS-SOMA-CONS-HIST
           END-IF.
           IF WS-MEDIA-CONSUMO > ZERO
               COMPUTE WS-VAR-CONSUMO ROUNDED =
                   (WS-INS-CONSUMO(WS-INS-IDX, 13) - WS-MEDIA-CONSUMO)
                   * 100 / WS-MEDIA-CONSUMO
               MOVE WS-VAR-CONSUMO TO WS-VAR-CALC
               PERFORM 420-FORMATAR-VARIACAO
               MOVE WS-VAR-TXT TO WS-VAR-CONS-TXT
           END-IF.
           IF WS-CUSTO-MEDIO > ZERO
               COMPUTE WS-VAR-CUSTO ROUNDED =
                   (WS-CUSTO-UNIT - WS-CUSTO-MEDIO) * 100 / WS-CUSTO-MEDIO
               MOVE WS-VAR-CUSTO TO WS-VAR-CALC
               PERFORM 420-FORMATAR-VARIACAO
               MOVE WS-VAR-TXT TO WS-VAR-CUSTO-TXT
           END-IF.

           MOVE SPACES TO WS-ALERTA.
           EVALUATE TRUE
               WHEN WS-MESES-HIST < 3
                   MOVE "SEM HISTORICO" TO WS-ALERTA
               WHEN WS-VAR-CONSUMO > WS-PERC-DESVIO
                   MOVE "CONSUMO ALTO" TO WS-ALERTA
               WHEN WS-VAR-CONSUMO < ZERO AND
                       (0 - WS-VAR-CONSUMO) > WS-PERC-DESVIO
                   MOVE "CONSUMO BAIXO" TO WS-ALERTA
               WHEN WS-VAR-CUSTO > WS-PERC-DESVIO
                   MOVE "CUSTO UNIT. ALTO" TO WS-ALERTA
               WHEN WS-VAR-CUSTO < ZERO AND
                       (0 - WS-VAR-CUSTO) > WS-PERC-DESVIO
                   MOVE "CUSTO UNIT. BAIXO" TO WS-ALERTA
           END-EVALUATE.
           IF WS-ALERTA NOT = SPACES AND WS-ALERTA NOT = "SEM HISTORICO"
               ADD 1 TO WS-QTD-ALERTAS
               MOVE "*" TO WS-ALERTA(20:1)
           END-IF.

           MOVE WS-INS-CONSUMO(WS-INS-IDX, 13) TO WS-CONSUMO-INT.
           MOVE WS-MEDIA-CONSUMO TO WS-MEDIA-INT.
           MOVE SPACES TO WS-LINHA.
           STRING WS-INS-CODIGO(WS-INS-IDX) " "
                  WS-INS-DESCRICAO(WS-INS-IDX) " "
                  WS-INS-FILIAL(WS-INS-IDX) " "
                  WS-INS-UNIDADE(WS-INS-IDX) " "
                  WS-CONSUMO-INT " " WS-MEDIA-INT " " WS-VAR-CONS-TXT " "
                  WS-CUSTO-UNIT " " WS-CUSTO-MEDIO " " WS-VAR-CUSTO-TXT
                  " " WS-ALERTA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

       410-SOMAR-HISTORICO.
           IF WS-INS-CONSUMO(WS-INS-IDX, WS-MES-IDX) > ZERO
               ADD 1 TO WS-MESES-HIST
               ADD WS-INS-CONSUMO(WS-INS-IDX, WS-MES-IDX)
                 TO WS-SOMA-CONS-HIST
               ADD WS-INS-VALOR(WS-INS-IDX, WS-MES-IDX)
                 TO WS-SOMA-VALOR-HIST
           END-IF.

      *> VARIACAO COM SINAL NA FRENTE, LIMITADA A 9999%
       420-FORMATAR-VARIACAO.
           IF WS-VAR-CALC < ZERO
               MOVE '-' TO WS-VAR-SINAL
               COMPUTE WS-VAR-CALC = 0 - WS-VAR-CALC
           ELSE
               MOVE '+' TO WS-VAR-SINAL
           END-IF.
           IF WS-VAR-CALC > 9999
               MOVE 9999 TO WS-VAR-ABS
           ELSE
               MOVE WS-VAR-CALC TO WS-VAR-ABS
           END-IF.
           MOVE SPACES TO WS-VAR-TXT.
           STRING WS-VAR-SINAL WS-VAR-ABS
               DELIMITED BY SIZE INTO WS-VAR-TXT.

      *> TENDENCIA: UMA LINHA POR FILIAL E UNIDADE, TREZE COLUNAS DO
      *> MAIS ANTIGO AO MES DO RELATORIO
       500-TENDENCIA-FILIAL.
           PERFORM 510-SOMAR-NA-FILIAL
               VARYING WS-INS-IDX FROM 1 BY 1 UNTIL WS-INS-IDX > WS-INS-QTD.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE "TENDENCIA DE CONSUMO POR FILIAL (13 MESES)" TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE "FIL  UN " TO WS-LINHA(1:8).
           MOVE 10 TO WS-LIN-POS.
           PERFORM 530-CABECALHO-MES
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 540-IMPRIMIR-FILIAL
               VARYING WS-FIL-IDX FROM 1 BY 1 UNTIL WS-FIL-IDX > WS-FIL-QTD.

       510-SOMAR-NA-FILIAL.
           MOVE ZERO TO WS-FIL-ACHOU.
           PERFORM 520-PROCURAR-FILIAL
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FIL-QTD OR WS-FIL-ACHOU > ZERO.
           IF WS-FIL-ACHOU = ZERO
               IF WS-FIL-QTD >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FIL-QTD
               MOVE WS-FIL-QTD TO WS-FIL-ACHOU
               MOVE WS-INS-FILIAL(WS-INS-IDX) TO WS-FIL-FILIAL(WS-FIL-ACHOU)
               MOVE WS-INS-UNIDADE(WS-INS-IDX)
                 TO WS-FIL-UNIDADE(WS-FIL-ACHOU)
               PERFORM 525-ZERAR-MES-FILIAL
                   VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13
           END-IF.
           PERFORM 526-SOMAR-MES-FILIAL
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.

       520-PROCURAR-FILIAL.
           IF WS-FIL-FILIAL(WS-FIL-IDX) = WS-INS-FILIAL(WS-INS-IDX) AND
                   WS-FIL-UNIDADE(WS-FIL-IDX) = WS-INS-UNIDADE(WS-INS-IDX)
               MOVE WS-FIL-IDX TO WS-FIL-ACHOU
           END-IF.

       525-ZERAR-MES-FILIAL.
           MOVE ZERO TO WS-FIL-CONSUMO(WS-FIL-ACHOU, WS-MES-IDX).

       526-SOMAR-MES-FILIAL.
           ADD WS-INS-CONSUMO(WS-INS-IDX, WS-MES-IDX)
             TO WS-FIL-CONSUMO(WS-FIL-ACHOU, WS-MES-IDX).

       530-CABECALHO-MES.
           COMPUTE WS-ORD-COLUNA = WS-ORD-FINAL - 13 + WS-MES-IDX.
           COMPUTE WS-CM-ANO = (WS-ORD-COLUNA - 1) / 12.
           COMPUTE WS-CM-MES = WS-ORD-COLUNA - (WS-CM-ANO * 12).
           MOVE WS-COL-MES TO WS-LINHA(WS-LIN-POS + 3:6).
           ADD 9 TO WS-LIN-POS.

       540-IMPRIMIR-FILIAL.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FIL-FILIAL(WS-FIL-IDX) TO WS-LINHA(1:4).
           MOVE WS-FIL-UNIDADE(WS-FIL-IDX) TO WS-LINHA(6:3).
           MOVE 10 TO WS-LIN-POS.
           PERFORM 550-IMPRIMIR-MES-FILIAL
               VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 13.
           PERFORM 890-EMITIR-LINHA.

       550-IMPRIMIR-MES-FILIAL.
           MOVE WS-FIL-CONSUMO(WS-FIL-IDX, WS-MES-IDX) TO WS-CONSUMO-INT.
           MOVE WS-CONSUMO-INT TO WS-LINHA(WS-LIN-POS:9).
           ADD 9 TO WS-LIN-POS.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       990-GRAVAR-LOG-ERRO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       MOVE SPACES TO SS-USUARIO
               END-READ
               CLOSE SESSAO-FILE
           ELSE
               MOVE SPACES TO SS-USUARIO
               CLOSE SESSAO-FILE
           END-IF.

           OPEN EXTEND ERRLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EL
               OPEN OUTPUT ERRLOG-FILE
           END-IF.
           IF NOT STATUS-OK-EL
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ERRO.
           MOVE WS-DHE-DATA TO EL-DATA-HORA(1:8).
           MOVE WS-DHE-HORA TO EL-DATA-HORA(9:6).
           MOVE SS-USUARIO TO EL-USUARIO.
           MOVE 'RELCONSU' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
