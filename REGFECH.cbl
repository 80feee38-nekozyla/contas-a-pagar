       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFECH.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVIDFECH-FILE *> Evidencias das rotinas do fechamento
               ASSIGN TO 'EVIDFECH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVIDFECH.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR EXECUCAO DE ROTINA QUE SERVE DE EVIDENCIA PARA O
      *> CHECKLIST DE FECHAMENTO (EXTRATO CONTABIL, PROVISAO, REINF,
      *> CONCILIACAO BANCARIA, DDA): QUAL ROTINA, O PERIODO QUE ELA
      *> COBRIU, QUANTOS ITENS PROCESSOU E QUANTOS FICARAM PENDENTES.
      *> O CADFECH CONSULTA ESTE ARQUIVO PARA ACEITAR A ASSINATURA DA
      *> TAREFA DO MES
       FD  EVIDFECH-FILE.
       01  EVIDFECH-REG.
           05 EV-TAREFA         PIC X(08).
           05 EV-DATA-INICIO    PIC 9(08).
           05 EV-DATA-FIM       PIC 9(08).
           05 EV-DATA-HORA      PIC 9(14).
           05 EV-USUARIO        PIC X(10).
           05 EV-PROGRAMA       PIC X(08).
           05 EV-QTD            PIC 9(07).
           05 EV-PENDENTES      PIC 9(07).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EVIDFECH      PIC X(2).
           88 STATUS-OK-EV           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-EV VALUE '35'.
       01 WS-STATUS-SESSAO        PIC X(2).
           88 STATUS-OK-SS           VALUE '00'.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       LINKAGE SECTION.
      *> A ROTINA PREENCHE A TAREFA, O PERIODO COBERTO, O PROPRIO NOME
      *> E AS QUANTIDADES E CHAMA 'REGFECH' NO FIM DE UMA EXECUCAO
      *> BEM-SUCEDIDA. PERIODO SEM DATA INICIAL (ZERO) SIGNIFICA
      *> "TUDO ATE A DATA FINAL", COMO NA CONCILIACAO DO DDA
       01  LNK-FECH-PARM.
           05 LNK-TAREFA        PIC X(08).
           05 LNK-DATA-INICIO   PIC 9(08).
           05 LNK-DATA-FIM      PIC 9(08).
           05 LNK-PROGRAMA      PIC X(08).
           05 LNK-QTD           PIC 9(07).
           05 LNK-PENDENTES     PIC 9(07).

       PROCEDURE DIVISION USING LNK-FECH-PARM.
       100-GRAVAR-EVIDENCIA.
           OPEN EXTEND EVIDFECH-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EV
               OPEN OUTPUT EVIDFECH-FILE
           END-IF.
           IF NOT STATUS-OK-EV
      *> A ROTINA DE NEGOCIO JA TERMINOU; SEM A EVIDENCIA A TAREFA DO
      *> CHECKLIST SO NAO PODERA SER ASSINADA ATE A PROXIMA EXECUCAO
               DISPLAY "AVISO: nao foi possivel registrar a evidencia "
                       "de fechamento. Status: " WS-STATUS-EVIDFECH
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO EV-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO EV-DATA-HORA(9:6).
           PERFORM 200-LER-USUARIO-SESSAO.
           MOVE LNK-TAREFA TO EV-TAREFA.
           MOVE LNK-DATA-INICIO TO EV-DATA-INICIO.
           MOVE LNK-DATA-FIM TO EV-DATA-FIM.
           MOVE LNK-PROGRAMA TO EV-PROGRAMA.
           MOVE LNK-QTD TO EV-QTD.
           MOVE LNK-PENDENTES TO EV-PENDENTES.
           WRITE EVIDFECH-REG.
           CLOSE EVIDFECH-FILE.
           GOBACK.

       200-LER-USUARIO-SESSAO.
           MOVE SPACES TO EV-USUARIO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO EV-USUARIO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.
