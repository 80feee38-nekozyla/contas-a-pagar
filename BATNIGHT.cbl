               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATLOG.

           SELECT COMPANHIA-FILE *> Empresas do grupo (CADCIA)
               ASSIGN TO 'COMPANHIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CODIGO
               FILE STATUS IS WS-STATUS-COMPANHIA.

           SELECT PASSOBAT-FILE *> Passos da cadeia com regra de execucao
               ASSIGN TO 'PASSOBAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-ORDEM
               FILE STATUS IS WS-STATUS-PASSOBAT.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-DATA
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT PARAMS-FILE *> Parametros gerais do sistema (registro unico)
               ASSIGN TO 'PARAMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.

           SELECT BATALERT-FILE *> Alertas de duracao e de janela da rodada
               ASSIGN TO 'BATALERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BATALERT.

       DATA DIVISION.
       FILE SECTION.
       FD  BATLOG-FILE.
           05 BL-PASSO          PIC X(08).
           05 BL-CONTADOR       PIC 9(06).
           05 BL-RESULTADO      PIC X(01).
      *> BL-RESULTADO: '0' OK, '1' FALHA, 'P' PULADO PELA REGRA DO
      *> DIA, 'D' PULADO POR DEPENDENCIA NAO CONCLUIDA

       FD  COMPANHIA-FILE.
       01  COMPANHIA-REG.
           05 CI-CODIGO            PIC 9(02).
           05 CI-RAZAO-SOCIAL      PIC X(40).
           05 CI-CNPJ-RAIZ         PIC 9(08).
           05 CI-DIRETORIO         PIC X(30).
           05 CI-FORN-COMPARTILHADO PIC X(01).
           05 CI-SITUACAO          PIC X(01).
           05 CI-DATA-CADASTRO     PIC 9(08).

      *> PB-REGRA: 'T' TODO DIA, 'U' SO DIA UTIL, 'P' PRIMEIRO DIA UTIL
      *> DO MES, 'L' ULTIMO DIA UTIL DO MES, 'S' DIAS DA SEMANA MARCADOS
      *> EM PB-DIAS-SEMANA (SEGUNDA A DOMINGO, 'S'/'N'). PB-CRITICO 'S'
      *> ABORTA O RESTO DA CADEIA QUANDO O PASSO FALHA
       FD  PASSOBAT-FILE.
       01  PASSOBAT-REG.
           05 PB-ORDEM             PIC 9(03).
           05 PB-PASSO             PIC X(08).
           05 PB-REGRA             PIC X(01).
           05 PB-DIAS-SEMANA       PIC X(07).
           05 PB-DEPENDE           PIC X(08) OCCURS 3 TIMES.
           05 PB-CRITICO           PIC X(01).
           05 PB-ATIVO             PIC X(01).

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
           05 FE-DESCRICAO     PIC X(30).

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

      *> BA-TIPO: 'L' PASSO LENTO (MAIS QUE O DOBRO DA MEDIA DAS ULTIMAS
      *> RODADAS), 'J' PASSO QUE LEVOU A CADEIA PARA ALEM DA JANELA.
      *> LIDO PELO RESUMO (E), PELO RELBATCH E PELO PAINEL DO MENU
       FD  BATALERT-FILE.
       01  BATALERT-REG.
           05 BA-DATA-HORA      PIC 9(14).
           05 BA-PASSO          PIC X(08).
           05 BA-TIPO           PIC X(01).
           05 BA-DURACAO        PIC 9(06).
           05 BA-MEDIA          PIC 9(06).
           05 BA-JANELA         PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BATLOG        PIC X(2).
           88 STATUS-OK-BL           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BL VALUE '35'.
       01 WS-STATUS-COMPANHIA     PIC X(2).
           88 STATUS-OK-CI           VALUE '00'.
       01 WS-STATUS-PASSOBAT      PIC X(2).
           88 STATUS-OK-PB           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PB VALUE '35'.
       01 WS-STATUS-FERIADOS      PIC X(2).
           88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-PARAMS        PIC X(2).
           88 STATUS-OK-PR           VALUE '00'.
       01 WS-STATUS-BATALERT      PIC X(2).
           88 STATUS-OK-BA           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BA VALUE '35'.

      *> COM EMPRESAS CADASTRADAS A CADEIA RODA UMA VEZ POR EMPRESA
      *> ATIVA, DENTRO DO DIRETORIO DE ARQUIVOS DELA (CADA UMA COM O SEU
      *> BATLOG), E NO FIM VOLTA PARA O DIRETORIO DE ONDE FOI CHAMADA
       01 WS-DIR-RAIZ             PIC X(200) EXTERNAL.
       01 WS-DIR-ORIGEM           PIC X(200).
       01 WS-DIR-DESTINO          PIC X(232).
       01 WS-RC-DIR               PIC S9(09) COMP-5.
       01 WS-TIPO-RODADA          PIC X(01).
       01 WS-EMP-QTD              PIC 9(02) VALUE ZERO.
       01 WS-EMP-IDX              PIC 9(02).
       01 WS-EMP-TAB.
           05 WS-EMP-ITEM OCCURS 50 TIMES.
              10 WS-EMP-CODIGO    PIC 9(02).
              10 WS-EMP-RAZAO     PIC X(40).
              10 WS-EMP-DIRETORIO PIC X(30).

      *> AREA COMPARTILHADA COM OS PROGRAMAS DA CADEIA NOTURNA: O
      *> MODO BATCH SUPRIME AS PERGUNTAS E PAUSAS DE TELA, O CONTADOR
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

      *> A CADEIA NOTURNA VEM DO PASSOBAT.DAT, NA ORDEM DO ARQUIVO:
      *> CADA PASSO TEM O PROGRAMA A CHAMAR, A REGRA DE CALENDARIO, ATE
      *> TRES PASSOS DE QUE DEPENDE E SE E CRITICO. A FLAG DE SITUACAO
      *> E 'S' JA CONCLUIDO HOJE (USADA PELA REEXECUCAO SELETIVA), 'P'
      *> PULADO NESTA RODADA E 'N' AINDA NAO RODOU. UM PASSO QUE FALHA
      *> NAO DERRUBA A CADEIA INTEIRA -- EXCETO O CRITICO (O BACKUP),
      *> QUE QUANDO FALHA ABORTA TUDO QUE VIRIA DEPOIS, POIS SEGUIR SEM
      *> COPIA DE SEGURANCA E PEDIR ENCRENCA
       01 WS-QTD-PASSOS           PIC 9(02) VALUE ZERO.
       01 WS-PASSOS-TAB.
           05 WS-PASSO-ITEM OCCURS 30 TIMES.
              10 WS-PASSO-NOME    PIC X(08).
              10 WS-PASSO-REGRA   PIC X(01).
              10 WS-PASSO-SEMANA  PIC X(07).
              10 WS-PASSO-DEPENDE PIC X(08) OCCURS 3 TIMES.
              10 WS-PASSO-CRITICO PIC X(01).
       01 WS-PASSO-FEITO-TAB.
           05 WS-PASSO-FEITO PIC X(01) OCCURS 30 TIMES.

      *> CADEIA PADRAO, GRAVADA NO PASSOBAT.DAT QUANDO ELE AINDA NAO
      *> EXISTE: PROGRAMA, REGRA, CRITICO E A DEPENDENCIA PRINCIPAL.
      *> PASSOS NOVOS ENTRAM PELO ARQUIVO (OPCAO P), NAO POR AQUI
       01 WS-QTD-PADRAO           PIC 9(02) VALUE 15.
       01 WS-PADRAO-INIT.
           05 FILLER PIC X(18) VALUE 'MARCVENCUN        '.
           05 FILLER PIC X(18) VALUE 'LEMBRETEUNMARCVENC'.
           05 FILLER PIC X(18) VALUE 'ROTABCO UN        '.
           05 FILLER PIC X(18) VALUE 'AGENDEXEUN        '.
           05 FILLER PIC X(18) VALUE 'RELAGENDUNAGENDEXE'.
           05 FILLER PIC X(18) VALUE 'SESSMON TN        '.
           05 FILLER PIC X(18) VALUE 'ARQSTAT TN        '.
           05 FILLER PIC X(18) VALUE 'CTVENCE TN        '.
           05 FILLER PIC X(18) VALUE 'FOTOMES TN        '.
           05 FILLER PIC X(18) VALUE 'SLAAPROVUN        '.
           05 FILLER PIC X(18) VALUE 'RISCOFORTN        '.
           05 FILLER PIC X(18) VALUE 'LIMDIA  TN        '.
           05 FILLER PIC X(18) VALUE 'POSPAY  UN        '.
           05 FILLER PIC X(18) VALUE 'BACKUPDTTS        '.
           05 FILLER PIC X(18) VALUE 'VERIFDATTNBACKUPDT'.
       01 WS-PADRAO-TAB REDEFINES WS-PADRAO-INIT.
           05 WS-PADRAO-ITEM OCCURS 15 TIMES.
              10 WS-PADRAO-NOME    PIC X(08).
              10 WS-PADRAO-REGRA   PIC X(01).
              10 WS-PADRAO-CRITICO PIC X(01).
              10 WS-PADRAO-DEPENDE PIC X(08).

      *> CALENDARIO DO DIA DA RODADA, CALCULADO UMA VEZ: O DIA DA SEMANA
      *> SAI DO RESTO DA DIVISAO DO DIA-INTEIRO POR 7 (DIA 1 = 01/01/1601,
      *> UMA SEGUNDA-FEIRA; RESTO 6 = SABADO, RESTO 0 = DOMINGO) E OS
      *> FERIADOS VEM DO FERIADOS.DAT MANTIDO NO CADFERI
       01 WS-FERIADOS-ABERTO      PIC X(01) VALUE 'N'.
       01 WS-DU-INT               PIC S9(09) COMP.
       01 WS-DU-RESTO             PIC 9(01).
       01 WS-DU-UTIL              PIC X(01).
       01 WS-DU-DATA              PIC 9(08).
       01 WS-HOJE-INT             PIC S9(09) COMP.
       01 WS-HOJE-UTIL            PIC X(01).
       01 WS-PRIMEIRO-UTIL        PIC X(01).
       01 WS-ULTIMO-UTIL          PIC X(01).
       01 WS-DIA-SEMANA           PIC 9(01).
       01 WS-FIM-VARREDURA        PIC X(01).
       01 WS-REGRA-OK             PIC X(01).
       01 WS-DEP-OK               PIC X(01).
       01 WS-DEP-IDX              PIC 9(01).
       01 WS-DEP-FALTANDO         PIC X(08).

      *> DESEMPENHO DA RODADA: AS DURACOES DAS ULTIMAS 10 EXECUCOES OK
      *> DE CADA PASSO SAEM DO BATLOG NO INICIO DA CADEIA (ANEL POR
      *> PASSO); O PASSO QUE PASSAR DO DOBRO DA MEDIA (E DE UM MINUTO
      *> A MAIS) OU QUE TERMINAR DEPOIS DO FIM DA JANELA DO CADPARAM
      *> GERA ALERTA NO BATALERT.DAT
       01 WS-HIST-TAB.
           05 WS-HIST-ITEM OCCURS 30 TIMES.
              10 WS-HIST-QTD      PIC 9(05).
              10 WS-HIST-DUR      PIC 9(06) OCCURS 10 TIMES.
              10 WS-HIST-MEDIA    PIC 9(06).
       01 WS-HIST-POS             PIC 9(02).
       01 WS-HIST-N               PIC 9(02).
       01 WS-HIST-SOMA            PIC 9(08).
       01 WS-TS-INI               PIC 9(14).
       01 WS-TS-INI-R REDEFINES WS-TS-INI.
           05 WS-TSI-DATA          PIC 9(08).
           05 WS-TSI-HH            PIC 9(02).
           05 WS-TSI-MM            PIC 9(02).
           05 WS-TSI-SS            PIC 9(02).
       01 WS-TS-FIM               PIC 9(14).
       01 WS-TS-FIM-R REDEFINES WS-TS-FIM.
           05 WS-TSF-DATA          PIC 9(08).
           05 WS-TSF-HH            PIC 9(02).
           05 WS-TSF-MM            PIC 9(02).
           05 WS-TSF-SS            PIC 9(02).
       01 WS-DURACAO-SEG          PIC 9(06).
       01 WS-SEG-DIAS             PIC S9(09) COMP.
       01 WS-SEG-CALC             PIC S9(09) COMP.
       01 WS-DATA-HORA-FIM        PIC 9(14).
       01 WS-JANELA-FIM           PIC 9(04) VALUE ZERO.
       01 WS-PRAZO-JANELA         PIC 9(14) VALUE ZERO.
       01 WS-JANELA-ESTOURADA     PIC X(01).
       01 WS-QTD-ALERTAS          PIC 9(03).
       01 WS-ALERTA-TIPO          PIC X(01).
       01 WS-PRAZO-INT            PIC S9(09) COMP.
       01 WS-PRAZO-DATA           PIC 9(08).

      *> MANUTENCAO DOS PASSOS (OPCAO P)
       01 WS-ORDEM                PIC 9(03).
       01 WS-ACAO                 PIC X(01).
       01 WS-ENTRADA-PASSO        PIC X(08).
       01 WS-ENTRADA-REGRA        PIC X(01).
       01 WS-ENTRADA-SEMANA       PIC X(07).
       01 WS-ENTRADA-DEPENDE      PIC X(08).
       01 WS-ENTRADA-SN           PIC X(01).
       01 WS-CAMPO-OK             PIC X(01).

       01 WS-OPCAO                PIC X(01).
       01 WS-PASSO-ATUAL          PIC X(08).
       01 WS-PASSO-IDX            PIC 9(02).
       01 WS-IDX                  PIC 9(02).
       01 WS-ABORTADA             PIC X(01).
       01 WS-QTD-FALHAS           PIC 9(02).
       01 WS-QTD-PULADOS          PIC 9(02).
      *> OPERADOR. CADA PASSO E REGISTRADO EM BATLOG.DAT; A
      *> REEXECUCAO SELETIVA CONSULTA O LOG E SO REPETE O QUE NAO
      *> TERMINOU HOJE, E O RESUMO DE EXCECOES CONTA A NOITE EM MEIA
      *> TELA PARA O OPERADOR DA MANHA. OS PASSOS E AS REGRAS DE QUANDO
      *> CADA UM RODA (DIA UTIL, PRIMEIRO/ULTIMO DIA UTIL DO MES, DIAS
      *> DA SEMANA, DEPENDENCIAS) FICAM NO PASSOBAT.DAT (OPCAO P)
       100-INICIAR.
           PERFORM 110-MENU-RODADA UNTIL WS-OPCAO = 'S'.
           GOBACK.
           DISPLAY "C - Rodada completa".
           DISPLAY "R - Reexecutar somente os passos pendentes de hoje".
           DISPLAY "E - Resumo de excecoes de uma data".
           DISPLAY "P - Passos da cadeia e regras de execucao".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'C'
                   MOVE 'C' TO WS-TIPO-RODADA
                   PERFORM 180-RODAR-POR-EMPRESA
               WHEN 'R'
                   MOVE 'R' TO WS-TIPO-RODADA
                   PERFORM 180-RODAR-POR-EMPRESA
               WHEN 'E'
                   PERFORM 600-RESUMO-EXCECOES
               WHEN 'P'
                   PERFORM 400-MANTER-PASSOS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> LE OS PASSOS ATIVOS DO PASSOBAT.DAT NA ORDEM DA CHAVE; NA
      *> PRIMEIRA VEZ O ARQUIVO E CRIADO COM A CADEIA PADRAO
       120-CARREGAR-PASSOS.
           MOVE ZERO TO WS-QTD-PASSOS.
           OPEN INPUT PASSOBAT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PB
               PERFORM 125-CRIAR-PASSOS-PADRAO
               OPEN INPUT PASSOBAT-FILE
           END-IF.
           IF NOT STATUS-OK-PB
               DISPLAY "ERRO ao abrir PASSOBAT.DAT. Status: "
                       WS-STATUS-PASSOBAT
               CLOSE PASSOBAT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 122-LER-PROXIMO-PASSO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE PASSOBAT-FILE.
           DISPLAY "Passos ativos na cadeia: " WS-QTD-PASSOS.

       122-LER-PROXIMO-PASSO.
           READ PASSOBAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PB-ATIVO = 'S' AND WS-QTD-PASSOS < 30
                       ADD 1 TO WS-QTD-PASSOS
                       MOVE PB-PASSO TO WS-PASSO-NOME(WS-QTD-PASSOS)
                       MOVE PB-REGRA TO WS-PASSO-REGRA(WS-QTD-PASSOS)
                       MOVE PB-DIAS-SEMANA
                           TO WS-PASSO-SEMANA(WS-QTD-PASSOS)
                       MOVE PB-DEPENDE(1)
                           TO WS-PASSO-DEPENDE(WS-QTD-PASSOS, 1)
                       MOVE PB-DEPENDE(2)
                           TO WS-PASSO-DEPENDE(WS-QTD-PASSOS, 2)
                       MOVE PB-DEPENDE(3)
                           TO WS-PASSO-DEPENDE(WS-QTD-PASSOS, 3)
                       MOVE PB-CRITICO TO WS-PASSO-CRITICO(WS-QTD-PASSOS)
                   END-IF
           END-READ.

       125-CRIAR-PASSOS-PADRAO.
           OPEN OUTPUT PASSOBAT-FILE.
           IF NOT STATUS-OK-PB
               EXIT PARAGRAPH
           END-IF.
           PERFORM 127-GRAVAR-PASSO-PADRAO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-PADRAO.
           CLOSE PASSOBAT-FILE.
           DISPLAY "PASSOBAT.DAT criado com a cadeia padrao.".

       127-GRAVAR-PASSO-PADRAO.
           COMPUTE PB-ORDEM = WS-IDX * 10.
           MOVE WS-PADRAO-NOME(WS-IDX) TO PB-PASSO.
           MOVE WS-PADRAO-REGRA(WS-IDX) TO PB-REGRA.
           MOVE 'NNNNNNN' TO PB-DIAS-SEMANA.
           MOVE WS-PADRAO-DEPENDE(WS-IDX) TO PB-DEPENDE(1).
           MOVE SPACES TO PB-DEPENDE(2).
           MOVE SPACES TO PB-DEPENDE(3).
           MOVE WS-PADRAO-CRITICO(WS-IDX) TO PB-CRITICO.
           MOVE 'S' TO PB-ATIVO.
           WRITE PASSOBAT-REG.

      *> SITUACAO DE HOJE NO CALENDARIO: DIA UTIL, PRIMEIRO DIA UTIL DO
      *> MES (NENHUM DIA UTIL ANTES DELE NO MES), ULTIMO DIA UTIL DO MES
      *> (NENHUM DIA UTIL DEPOIS DELE NO MES) E DIA DA SEMANA (1 = SEG)
       130-AVALIAR-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE 'N' TO WS-FERIADOS-ABERTO.
           OPEN INPUT FERIADOS-FILE.
           IF STATUS-OK-FE
               MOVE 'S' TO WS-FERIADOS-ABERTO
           END-IF.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE WS-HOJE-INT TO WS-DU-INT.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           MOVE WS-DU-UTIL TO WS-HOJE-UTIL.
           IF WS-DU-RESTO = 0
               MOVE 7 TO WS-DIA-SEMANA
           ELSE
               MOVE WS-DU-RESTO TO WS-DIA-SEMANA
           END-IF.

           MOVE WS-HOJE-UTIL TO WS-PRIMEIRO-UTIL.
           MOVE WS-HOJE-UTIL TO WS-ULTIMO-UTIL.
           IF WS-HOJE-UTIL = 'S'
               COMPUTE WS-DU-INT = WS-HOJE-INT - 1
               MOVE 'N' TO WS-FIM-VARREDURA
               PERFORM 135-RECUAR-NO-MES UNTIL WS-FIM-VARREDURA = 'S'
               COMPUTE WS-DU-INT = WS-HOJE-INT + 1
               MOVE 'N' TO WS-FIM-VARREDURA
               PERFORM 137-AVANCAR-NO-MES UNTIL WS-FIM-VARREDURA = 'S'
           END-IF.
           IF WS-FERIADOS-ABERTO = 'S'
               CLOSE FERIADOS-FILE
               MOVE 'N' TO WS-FERIADOS-ABERTO
           END-IF.
           DISPLAY "Hoje: " WS-DATA-HOJE "  dia util: " WS-HOJE-UTIL
                   "  primeiro util: " WS-PRIMEIRO-UTIL
                   "  ultimo util: " WS-ULTIMO-UTIL.

       135-RECUAR-NO-MES.
           COMPUTE WS-DU-DATA = FUNCTION DATE-OF-INTEGER(WS-DU-INT).
           IF WS-DU-DATA(1:6) NOT = WS-DATA-HOJE(1:6)
               MOVE 'S' TO WS-FIM-VARREDURA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'S'
               MOVE 'N' TO WS-PRIMEIRO-UTIL
               MOVE 'S' TO WS-FIM-VARREDURA
           END-IF.
           SUBTRACT 1 FROM WS-DU-INT.

       137-AVANCAR-NO-MES.
           COMPUTE WS-DU-DATA = FUNCTION DATE-OF-INTEGER(WS-DU-INT).
           IF WS-DU-DATA(1:6) NOT = WS-DATA-HOJE(1:6)
               MOVE 'S' TO WS-FIM-VARREDURA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 960-VERIFICAR-DIA-UTIL.
           IF WS-DU-UTIL = 'S'
               MOVE 'N' TO WS-ULTIMO-UTIL
               MOVE 'S' TO WS-FIM-VARREDURA
           END-IF.
           ADD 1 TO WS-DU-INT.

      *> DURACOES DAS ULTIMAS EXECUCOES OK DE CADA PASSO DA CADEIA;
      *> O BATLOG E CRONOLOGICO, ENTAO O ANEL FICA COM AS MAIS RECENTES
       140-CARREGAR-HISTORICO.
           INITIALIZE WS-HIST-TAB.
           OPEN INPUT BATLOG-FILE.
           IF NOT STATUS-OK-BL
               CLOSE BATLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 141-LER-HISTORICO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BATLOG-FILE.
           PERFORM 143-CALCULAR-MEDIA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-PASSOS.

       141-LER-HISTORICO.
           READ BATLOG-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF BL-RESULTADO = '0'
                       PERFORM 142-GUARDAR-DURACAO
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-PASSOS
                   END-IF
           END-READ.

       142-GUARDAR-DURACAO.
           IF WS-PASSO-NOME(WS-IDX) = BL-PASSO
               MOVE BL-DATA-HORA-INI TO WS-TS-INI
               MOVE BL-DATA-HORA-FIM TO WS-TS-FIM
               PERFORM 950-CALCULAR-DURACAO
               COMPUTE WS-HIST-POS =
                   FUNCTION MOD(WS-HIST-QTD(WS-IDX), 10) + 1
               MOVE WS-DURACAO-SEG TO WS-HIST-DUR(WS-IDX, WS-HIST-POS)
               ADD 1 TO WS-HIST-QTD(WS-IDX)
           END-IF.

       143-CALCULAR-MEDIA.
           MOVE ZERO TO WS-HIST-SOMA.
           IF WS-HIST-QTD(WS-IDX) > 10
               MOVE 10 TO WS-HIST-N
           ELSE
               MOVE WS-HIST-QTD(WS-IDX) TO WS-HIST-N
           END-IF.
           IF WS-HIST-N = ZERO
               MOVE ZERO TO WS-HIST-MEDIA(WS-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 144-SOMAR-DURACAO
               VARYING WS-HIST-POS FROM 1 BY 1
               UNTIL WS-HIST-POS > WS-HIST-N.
           COMPUTE WS-HIST-MEDIA(WS-IDX) ROUNDED =
               WS-HIST-SOMA / WS-HIST-N.

       144-SOMAR-DURACAO.
           ADD WS-HIST-DUR(WS-IDX, WS-HIST-POS) TO WS-HIST-SOMA.

      *> PRAZO DA JANELA: A HORA HHMM DO CADPARAM NO MESMO DIA SE A
      *> RODADA COMECA ANTES DELA (MADRUGADA), SENAO NO DIA SEGUINTE
       145-DEFINIR-JANELA.
           MOVE ZERO TO WS-JANELA-FIM.
           MOVE ZERO TO WS-PRAZO-JANELA.
           OPEN INPUT PARAMS-FILE.
           IF STATUS-OK-PR
               READ PARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-JANELA-FIM-BATCH IS NUMERIC
                           MOVE PR-JANELA-FIM-BATCH TO WS-JANELA-FIM
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMS-FILE.
           IF WS-JANELA-FIM = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF WS-DH-HORA(1:4) < WS-JANELA-FIM
               MOVE WS-DH-DATA TO WS-PRAZO-JANELA(1:8)
           ELSE
               COMPUTE WS-PRAZO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DH-DATA) + 1
               COMPUTE WS-PRAZO-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-PRAZO-INT)
               MOVE WS-PRAZO-DATA TO WS-PRAZO-JANELA(1:8)
           END-IF.
           MOVE WS-JANELA-FIM TO WS-PRAZO-JANELA(9:4).
           MOVE '00' TO WS-PRAZO-JANELA(13:2).

       150-PREPARAR-COMPLETA.
           PERFORM 170-LIMPAR-FLAG
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-PASSOS.
       170-LIMPAR-FLAG.
           MOVE 'N' TO WS-PASSO-FEITO(WS-IDX).

       180-RODAR-POR-EMPRESA.
           PERFORM 185-CARREGAR-EMPRESAS.
           IF WS-TIPO-RODADA NOT = 'E'
               PERFORM 145-DEFINIR-JANELA
           END-IF.
           IF WS-EMP-QTD = ZERO
               PERFORM 195-RODAR-NA-EMPRESA
           ELSE
               IF WS-DIR-RAIZ = SPACES
                   CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0
                       BY VALUE 200 BY REFERENCE WS-DIR-RAIZ
                       RETURNING WS-RC-DIR
               END-IF
               MOVE SPACES TO WS-DIR-ORIGEM
               CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0 BY VALUE 200
                   BY REFERENCE WS-DIR-ORIGEM RETURNING WS-RC-DIR
               PERFORM 190-ENTRAR-NA-EMPRESA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-QTD
               CALL 'CBL_CHANGE_DIR' USING WS-DIR-ORIGEM
                   RETURNING WS-RC-DIR
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       185-CARREGAR-EMPRESAS.
           MOVE ZERO TO WS-EMP-QTD.
           OPEN INPUT COMPANHIA-FILE.
           IF NOT STATUS-OK-CI
               CLOSE COMPANHIA-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CI-CODIGO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START COMPANHIA-FILE KEY IS GREATER THAN CI-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 186-CARREGAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE COMPANHIA-FILE.

       186-CARREGAR-PROXIMA.
           READ COMPANHIA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CI-SITUACAO = 'A' AND WS-EMP-QTD < 50
                       ADD 1 TO WS-EMP-QTD
                       MOVE CI-CODIGO TO WS-EMP-CODIGO(WS-EMP-QTD)
                       MOVE CI-RAZAO-SOCIAL TO WS-EMP-RAZAO(WS-EMP-QTD)
                       MOVE CI-DIRETORIO TO WS-EMP-DIRETORIO(WS-EMP-QTD)
                   END-IF
           END-READ.

       190-ENTRAR-NA-EMPRESA.
           DISPLAY "===== Empresa " WS-EMP-CODIGO(WS-EMP-IDX) " - "
                   WS-EMP-RAZAO(WS-EMP-IDX) " =====".
           MOVE SPACES TO WS-DIR-DESTINO.
           IF WS-EMP-DIRETORIO(WS-EMP-IDX) = SPACES
               MOVE WS-DIR-RAIZ TO WS-DIR-DESTINO
           ELSE
               STRING FUNCTION TRIM(WS-DIR-RAIZ) "/"
                      FUNCTION TRIM(WS-EMP-DIRETORIO(WS-EMP-IDX))
                   DELIMITED BY SIZE INTO WS-DIR-DESTINO
           END-IF.
           CALL 'CBL_CHANGE_DIR' USING WS-DIR-DESTINO
               RETURNING WS-RC-DIR.
           IF WS-RC-DIR NOT = ZERO
               DISPLAY "FALHA: diretorio da empresa inacessivel: "
                       FUNCTION TRIM(WS-DIR-DESTINO)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 195-RODAR-NA-EMPRESA.

       195-RODAR-NA-EMPRESA.
           EVALUATE WS-TIPO-RODADA
               WHEN 'C'
                   PERFORM 120-CARREGAR-PASSOS
                   PERFORM 130-AVALIAR-CALENDARIO
                   PERFORM 150-PREPARAR-COMPLETA
                   PERFORM 200-EXECUTAR-CADEIA
               WHEN 'R'
                   PERFORM 120-CARREGAR-PASSOS
                   PERFORM 130-AVALIAR-CALENDARIO
                   PERFORM 160-PREPARAR-REEXECUCAO
                   PERFORM 200-EXECUTAR-CADEIA
               WHEN 'E'
                   PERFORM 610-RESUMO-DA-EMPRESA
           END-EVALUATE.

       200-EXECUTAR-CADEIA.
           MOVE 'S' TO WS-MODO-BATCH.
           MOVE 'N' TO WS-ABORTADA.
           MOVE ZERO TO WS-QTD-FALHAS.
           MOVE ZERO TO WS-QTD-ALERTAS.
           MOVE 'N' TO WS-JANELA-ESTOURADA.
           PERFORM 140-CARREGAR-HISTORICO.

           PERFORM 250-EXECUTAR-PASSO
               VARYING WS-PASSO-IDX FROM 1 BY 1
           MOVE SPACE TO WS-MODO-BATCH.

           IF WS-ABORTADA = 'S'
               DISPLAY "Rodada ABORTADA apos a falha do passo critico "
                       WS-PASSO-ATUAL "; os passos seguintes nao rodaram."
           ELSE
               IF WS-QTD-FALHAS = ZERO
                   DISPLAY "Rodada noturna concluida sem falhas."
                           " passo(s) em falha; veja o resumo (E)."
               END-IF
           END-IF.
           IF WS-QTD-ALERTAS > ZERO
               DISPLAY ">>> " WS-QTD-ALERTAS " alerta(s) de desempenho "
                       "na rodada; veja o resumo (E) e o RELBATCH."
           END-IF.

      *> SAUDE.TXT REGRAVADO NO FIM DE TODA RODADA, PARA A MONITORACAO
      *> JA LER O RESULTADO DA NOITE
           MOVE 'S' TO WS-MODO-BATCH.
           CALL 'SAUDE'
               ON EXCEPTION
                   DISPLAY "Arquivo de saude nao pode ser regravado."
           END-CALL.
           MOVE SPACE TO WS-MODO-BATCH.

       250-EXECUTAR-PASSO.
           MOVE WS-PASSO-NOME(WS-PASSO-IDX) TO WS-PASSO-ATUAL.
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HORA-INI(1:8).
           MOVE WS-DH-HORA TO WS-DATA-HORA-INI(9:6).
           MOVE ZERO TO WS-CONTADOR-BATCH.

           PERFORM 260-VERIFICAR-REGRA.
           IF WS-REGRA-OK = 'N'
               MOVE 'P' TO WS-PASSO-FEITO(WS-PASSO-IDX)
               MOVE 'P' TO WS-RETORNO-BATCH
               PERFORM 300-GRAVAR-LOG-PASSO
               DISPLAY "Passo " WS-PASSO-IDX ": " WS-PASSO-ATUAL
                       " fora da regra do dia ("
                       WS-PASSO-REGRA(WS-PASSO-IDX) ") -- pulado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 270-VERIFICAR-DEPENDENCIAS.
           IF WS-DEP-OK = 'N'
               MOVE 'P' TO WS-PASSO-FEITO(WS-PASSO-IDX)
               MOVE 'D' TO WS-RETORNO-BATCH
               PERFORM 300-GRAVAR-LOG-PASSO
               DISPLAY "Passo " WS-PASSO-IDX ": " WS-PASSO-ATUAL
                       " depende de " WS-DEP-FALTANDO
                       ", que nao concluiu -- pulado."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Passo " WS-PASSO-IDX ": " WS-PASSO-ATUAL.
           MOVE '0' TO WS-RETORNO-BATCH.

      *> O PROGRAMA DO PASSO E CHAMADO PELO NOME GRAVADO NO PASSOBAT;
      *> PROGRAMA INEXISTENTE CONTA COMO FALHA DO PASSO
           CALL WS-PASSO-ATUAL
               ON EXCEPTION
                   DISPLAY "FALHA: programa " WS-PASSO-ATUAL
                           " nao encontrado."
                   MOVE '1' TO WS-RETORNO-BATCH
           END-CALL.

           PERFORM 300-GRAVAR-LOG-PASSO.
           PERFORM 320-AVALIAR-DESEMPENHO.

           IF WS-RETORNO-BATCH = '1'
               ADD 1 TO WS-QTD-FALHAS
               DISPLAY "FALHA no passo " WS-PASSO-ATUAL "."
               IF WS-PASSO-CRITICO(WS-PASSO-IDX) = 'S'
                   MOVE 'S' TO WS-ABORTADA
               END-IF
           ELSE
                       WS-CONTADOR-BATCH " registro(s)."
           END-IF.

       260-VERIFICAR-REGRA.
           MOVE 'S' TO WS-REGRA-OK.
           EVALUATE WS-PASSO-REGRA(WS-PASSO-IDX)
               WHEN 'U'
                   MOVE WS-HOJE-UTIL TO WS-REGRA-OK
               WHEN 'P'
                   MOVE WS-PRIMEIRO-UTIL TO WS-REGRA-OK
               WHEN 'L'
                   MOVE WS-ULTIMO-UTIL TO WS-REGRA-OK
               WHEN 'S'
                   IF WS-PASSO-SEMANA(WS-PASSO-IDX)(WS-DIA-SEMANA:1)
                           NOT = 'S'
                       MOVE 'N' TO WS-REGRA-OK
                   END-IF
           END-EVALUATE.

      *> CADA DEPENDENCIA QUE ESTA NA CADEIA PRECISA TER CONCLUIDO HOJE
      *> (NESTA RODADA OU EM UMA ANTERIOR); SE FALHOU OU FOI PULADA, O
      *> PASSO DEPENDENTE TAMBEM E PULADO. NOME QUE NAO ESTA NA CADEIA
      *> (INATIVO OU FORA DO ARQUIVO) NAO SEGURA O PASSO
       270-VERIFICAR-DEPENDENCIAS.
           MOVE 'S' TO WS-DEP-OK.
           MOVE SPACES TO WS-DEP-FALTANDO.
           PERFORM 275-VERIFICAR-DEPENDENCIA
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3 OR WS-DEP-OK = 'N'.

       275-VERIFICAR-DEPENDENCIA.
           IF WS-PASSO-DEPENDE(WS-PASSO-IDX, WS-DEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 277-CONFERIR-PASSO-ANTERIOR
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-PASSOS.

       277-CONFERIR-PASSO-ANTERIOR.
           IF WS-PASSO-NOME(WS-IDX) =
                   WS-PASSO-DEPENDE(WS-PASSO-IDX, WS-DEP-IDX) AND
                   WS-PASSO-FEITO(WS-IDX) NOT = 'S'
               MOVE 'N' TO WS-DEP-OK
               MOVE WS-PASSO-NOME(WS-IDX) TO WS-DEP-FALTANDO
           END-IF.

       300-GRAVAR-LOG-PASSO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HORA-FIM(1:8).
           MOVE WS-DH-HORA TO WS-DATA-HORA-FIM(9:6).
           OPEN EXTEND BATLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BL
               OPEN OUTPUT BATLOG-FILE
           END-IF.

           MOVE WS-DATA-HORA-INI TO BL-DATA-HORA-INI.
           MOVE WS-DATA-HORA-FIM TO BL-DATA-HORA-FIM.
           MOVE WS-PASSO-ATUAL TO BL-PASSO.
           MOVE WS-CONTADOR-BATCH TO BL-CONTADOR.
           MOVE WS-RETORNO-BATCH TO BL-RESULTADO.
           WRITE BATLOG-REG.
           CLOSE BATLOG-FILE.

      *> COMPARA A DURACAO DO PASSO QUE ACABOU DE RODAR COM A MEDIA
      *> DAS ULTIMAS RODADAS (SO COM TRES OU MAIS NO HISTORICO) E A
      *> HORA DE TERMINO COM O FIM DA JANELA; SO O PRIMEIRO PASSO QUE
      *> ESTOURA A JANELA E APONTADO
       320-AVALIAR-DESEMPENHO.
           MOVE WS-DATA-HORA-INI TO WS-TS-INI.
           MOVE WS-DATA-HORA-FIM TO WS-TS-FIM.
           PERFORM 950-CALCULAR-DURACAO.
           IF WS-HIST-QTD(WS-PASSO-IDX) >= 3 AND
                   WS-DURACAO-SEG > WS-HIST-MEDIA(WS-PASSO-IDX) * 2 AND
                   WS-DURACAO-SEG >= WS-HIST-MEDIA(WS-PASSO-IDX) + 60
               MOVE 'L' TO WS-ALERTA-TIPO
               PERFORM 330-GRAVAR-ALERTA
               DISPLAY "ALERTA: " WS-PASSO-ATUAL " levou "
                       WS-DURACAO-SEG "s; media "
                       WS-HIST-MEDIA(WS-PASSO-IDX) "s."
           END-IF.
           IF WS-PRAZO-JANELA > ZERO AND WS-JANELA-ESTOURADA = 'N' AND
                   WS-DATA-HORA-FIM > WS-PRAZO-JANELA
               MOVE 'S' TO WS-JANELA-ESTOURADA
               MOVE 'J' TO WS-ALERTA-TIPO
               PERFORM 330-GRAVAR-ALERTA
               DISPLAY "ALERTA: a rodada passou do fim da janela ("
                       WS-JANELA-FIM ") no passo " WS-PASSO-ATUAL "."
           END-IF.

       330-GRAVAR-ALERTA.
           ADD 1 TO WS-QTD-ALERTAS.
           OPEN EXTEND BATALERT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BA
               OPEN OUTPUT BATALERT-FILE
           END-IF.
           IF NOT STATUS-OK-BA
               DISPLAY "AVISO: nao foi possivel gravar BATALERT.DAT. "
                       "Status: " WS-STATUS-BATALERT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-HORA-FIM TO BA-DATA-HORA.
           MOVE WS-PASSO-ATUAL TO BA-PASSO.
           MOVE WS-ALERTA-TIPO TO BA-TIPO.
           MOVE WS-DURACAO-SEG TO BA-DURACAO.
           MOVE WS-HIST-MEDIA(WS-PASSO-IDX) TO BA-MEDIA.
           MOVE WS-JANELA-FIM TO BA-JANELA.
           WRITE BATALERT-REG.
           CLOSE BATALERT-FILE.

      *> MANUTENCAO DO PASSOBAT.DAT: LISTA A CADEIA E INCLUI, ALTERA
      *> OU EXCLUI UM PASSO PELA ORDEM. A ORDEM DEFINE A SEQUENCIA DE
      *> EXECUCAO (A PADRAO VAI DE 10 EM 10 PARA CABER PASSO NO MEIO)
       400-MANTER-PASSOS.
           OPEN I-O PASSOBAT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PB
               PERFORM 125-CRIAR-PASSOS-PADRAO
               OPEN I-O PASSOBAT-FILE
           END-IF.
           IF NOT STATUS-OK-PB
               DISPLAY "ERRO ao abrir PASSOBAT.DAT. Status: "
                       WS-STATUS-PASSOBAT
               CLOSE PASSOBAT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ORDEM.
           PERFORM 410-MANTER-UM-PASSO UNTIL WS-ORDEM = ZERO.
           CLOSE PASSOBAT-FILE.

       410-MANTER-UM-PASSO.
           PERFORM 420-LISTAR-PASSOS.
           DISPLAY "Ordem do passo a incluir/alterar (0 = voltar): "
                   WITH NO ADVANCING.
           MOVE ZERO TO WS-ORDEM.
           ACCEPT WS-ORDEM.
           IF WS-ORDEM = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDEM TO PB-ORDEM.
           READ PASSOBAT-FILE
               INVALID KEY
                   MOVE 'I' TO WS-ACAO
                   MOVE SPACES TO PB-PASSO
                   MOVE 'T' TO PB-REGRA
                   MOVE 'NNNNNNN' TO PB-DIAS-SEMANA
                   MOVE SPACES TO PB-DEPENDE(1)
                   MOVE SPACES TO PB-DEPENDE(2)
                   MOVE SPACES TO PB-DEPENDE(3)
                   MOVE 'N' TO PB-CRITICO
                   MOVE 'S' TO PB-ATIVO
               NOT INVALID KEY
                   MOVE 'A' TO WS-ACAO
           END-READ.
           IF WS-ACAO = 'A'
               DISPLAY "Passo " PB-ORDEM ": " PB-PASSO " regra " PB-REGRA
                       " semana " PB-DIAS-SEMANA " critico " PB-CRITICO
                       " ativo " PB-ATIVO
               DISPLAY "Excluir este passo (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRADA-SN
               ACCEPT WS-ENTRADA-SN
               IF FUNCTION UPPER-CASE(WS-ENTRADA-SN) = 'S'
                   DELETE PASSOBAT-FILE RECORD
                       INVALID KEY
                           DISPLAY "ERRO ao excluir. Status: "
                                   WS-STATUS-PASSOBAT
                       NOT INVALID KEY
                           DISPLAY "Passo excluido."
                   END-DELETE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "(ENTER mantem o valor atual)".
           DISPLAY "Programa do passo [" PB-PASSO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-PASSO.
           ACCEPT WS-ENTRADA-PASSO.
           IF WS-ENTRADA-PASSO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-PASSO) TO PB-PASSO
           END-IF.
           IF PB-PASSO = SPACES
               DISPLAY "ERRO: informe o programa do passo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Regra: T todo dia, U dia util, P primeiro dia util do "
                   "mes, L ultimo dia util do mes, S dias da semana".
           DISPLAY "Regra [" PB-REGRA "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-REGRA.
           ACCEPT WS-ENTRADA-REGRA.
           IF WS-ENTRADA-REGRA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-REGRA) TO PB-REGRA
           END-IF.
           IF PB-REGRA NOT = 'T' AND PB-REGRA NOT = 'U' AND
                   PB-REGRA NOT = 'P' AND PB-REGRA NOT = 'L' AND
                   PB-REGRA NOT = 'S'
               DISPLAY "ERRO: regra invalida."
               EXIT PARAGRAPH
           END-IF.
           IF PB-REGRA = 'S'
               DISPLAY "Dias (seg a dom, S/N, ex. SNSNSNN) ["
                       PB-DIAS-SEMANA "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRADA-SEMANA
               ACCEPT WS-ENTRADA-SEMANA
               IF WS-ENTRADA-SEMANA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA-SEMANA)
                       TO PB-DIAS-SEMANA
               END-IF
               MOVE 'S' TO WS-CAMPO-OK
               PERFORM 430-VALIDAR-DIA-SEMANA
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-CAMPO-OK = 'N' OR PB-DIAS-SEMANA = 'NNNNNNN'
                   DISPLAY "ERRO: marque ao menos um dia com S ou N "
                           "em cada posicao."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 440-INFORMAR-DEPENDENCIA
               VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3.
           DISPLAY "Critico, aborta a cadeia se falhar (S/N) ["
                   PB-CRITICO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-SN.
           ACCEPT WS-ENTRADA-SN.
           IF FUNCTION UPPER-CASE(WS-ENTRADA-SN) = 'S' OR
                   FUNCTION UPPER-CASE(WS-ENTRADA-SN) = 'N'
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-SN) TO PB-CRITICO
           END-IF.
           DISPLAY "Ativo (S/N) [" PB-ATIVO "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-SN.
           ACCEPT WS-ENTRADA-SN.
           IF FUNCTION UPPER-CASE(WS-ENTRADA-SN) = 'S' OR
                   FUNCTION UPPER-CASE(WS-ENTRADA-SN) = 'N'
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-SN) TO PB-ATIVO
           END-IF.
           IF WS-ACAO = 'I'
               WRITE PASSOBAT-REG
                   INVALID KEY
                       DISPLAY "ERRO ao incluir. Status: "
                               WS-STATUS-PASSOBAT
                   NOT INVALID KEY
                       DISPLAY "Passo incluido."
               END-WRITE
           ELSE
               REWRITE PASSOBAT-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar. Status: "
                               WS-STATUS-PASSOBAT
                   NOT INVALID KEY
                       DISPLAY "Passo alterado."
               END-REWRITE
           END-IF.

       420-LISTAR-PASSOS.
           DISPLAY "ORD PROGRAMA R SEMANA  CRIT ATIVO DEPENDE DE".
           MOVE ZERO TO PB-ORDEM.
           MOVE 'N' TO WS-FIM-LEITURA.
           START PASSOBAT-FILE KEY IS GREATER THAN PB-ORDEM
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 425-LISTAR-PROXIMO-PASSO UNTIL WS-FIM-LEITURA = 'Y'.

       425-LISTAR-PROXIMO-PASSO.
           READ PASSOBAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY PB-ORDEM " " PB-PASSO " " PB-REGRA " "
                           PB-DIAS-SEMANA "  " PB-CRITICO "    "
                           PB-ATIVO "     " PB-DEPENDE(1) " "
                           PB-DEPENDE(2) " " PB-DEPENDE(3)
           END-READ.

       430-VALIDAR-DIA-SEMANA.
           IF PB-DIAS-SEMANA(WS-IDX:1) NOT = 'S' AND
                   PB-DIAS-SEMANA(WS-IDX:1) NOT = 'N'
               MOVE 'N' TO WS-CAMPO-OK
           END-IF.

      *> '-' APAGA A DEPENDENCIA, ENTER MANTEM
       440-INFORMAR-DEPENDENCIA.
           DISPLAY "Depende do passo " WS-DEP-IDX " ("
                   "- apaga) [" PB-DEPENDE(WS-DEP-IDX) "]: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA-DEPENDE.
           ACCEPT WS-ENTRADA-DEPENDE.
           EVALUATE WS-ENTRADA-DEPENDE
               WHEN SPACES
                   CONTINUE
               WHEN '-'
                   MOVE SPACES TO PB-DEPENDE(WS-DEP-IDX)
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA-DEPENDE)
                       TO PB-DEPENDE(WS-DEP-IDX)
           END-EVALUATE.

      *> RESUMO DE EXCECOES PARA O OPERADOR DA MANHA: SO AS LINHAS DO
      *> DIA PEDIDO, COM DESTAQUE PARA AS FALHAS, EM VEZ DE ROLAR O
      *> LOG INTEIRO NA TELA
           IF WS-DATA-RESUMO = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RESUMO
           END-IF.
           MOVE 'E' TO WS-TIPO-RODADA.
           PERFORM 180-RODAR-POR-EMPRESA.

       610-RESUMO-DA-EMPRESA.
           OPEN INPUT BATLOG-FILE.
           IF NOT STATUS-OK-BL
               DISPLAY "AVISO: BATLOG.DAT indisponivel."
               DISPLAY ">>> " WS-QTD-FALHAS " passo(s) em FALHA; use a "
                       "reexecucao (R) para completar a rodada."
           END-IF.

           OPEN INPUT BATALERT-FILE.
           IF NOT STATUS-OK-BA
               CLOSE BATALERT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-ALERTAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 660-LER-ALERTA-RESUMO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE BATALERT-FILE.
           IF WS-QTD-ALERTAS > ZERO
               DISPLAY ">>> " WS-QTD-ALERTAS " alerta(s) de desempenho "
                       "na data; tendencia no RELBATCH."
           END-IF.

       650-LER-LINHA-RESUMO.
           READ BATLOG-FILE
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF BL-DATA-HORA-INI(1:8) = WS-DATA-RESUMO
                       EVALUATE BL-RESULTADO
                           WHEN '0'
                               DISPLAY BL-PASSO " OK    " BL-CONTADOR
                                       " registro(s) as "
                                       BL-DATA-HORA-FIM(9:6)
                           WHEN 'P'
                               DISPLAY BL-PASSO " PULADO (regra do dia)"
                           WHEN 'D'
                               DISPLAY BL-PASSO " PULADO (dependencia)"
                           WHEN OTHER
                               DISPLAY BL-PASSO " FALHA as "
                                       BL-DATA-HORA-FIM(9:6)
                               ADD 1 TO WS-QTD-FALHAS
                       END-EVALUATE
                   END-IF
           END-READ.

       960-VERIFICAR-DIA-UTIL.
           COMPUTE WS-DU-RESTO = FUNCTION MOD(WS-DU-INT, 7).
           IF WS-DU-RESTO = 6 OR WS-DU-RESTO = 0
               MOVE 'N' TO WS-DU-UTIL
           ELSE
               MOVE 'S' TO WS-DU-UTIL
               IF WS-FERIADOS-ABERTO = 'S'
                   COMPUTE FE-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DU-INT)
                   READ FERIADOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-DU-UTIL
                   END-READ
               END-IF
           END-IF.

       660-LER-ALERTA-RESUMO.
           READ BATALERT-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF BA-DATA-HORA(1:8) = WS-DATA-RESUMO
                       ADD 1 TO WS-QTD-ALERTAS
                       IF BA-TIPO = 'L'
                           DISPLAY BA-PASSO " LENTO  " BA-DURACAO
                                   "s contra media de " BA-MEDIA "s"
                       ELSE
                           DISPLAY BA-PASSO " JANELA terminou as "
                                   BA-DATA-HORA(9:4) ", limite "
                                   BA-JANELA
                       END-IF
                   END-IF
           END-READ.

      *> SEGUNDOS ENTRE DOIS CARIMBOS AAAAMMDDHHMMSS (WS-TS-INI E
      *> WS-TS-FIM), ATRAVESSANDO A MEIA-NOITE PELO DIA-INTEIRO
       950-CALCULAR-DURACAO.
           MOVE ZERO TO WS-DURACAO-SEG.
           IF WS-TS-INI = ZERO OR WS-TS-FIM < WS-TS-INI
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEG-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-TSF-DATA) -
               FUNCTION INTEGER-OF-DATE(WS-TSI-DATA).
           COMPUTE WS-SEG-CALC = WS-SEG-DIAS * 86400
               + WS-TSF-HH * 3600 + WS-TSF-MM * 60 + WS-TSF-SS
               - WS-TSI-HH * 3600 - WS-TSI-MM * 60 - WS-TSI-SS.
           IF WS-SEG-CALC > ZERO
               MOVE WS-SEG-CALC TO WS-DURACAO-SEG
           END-IF.
