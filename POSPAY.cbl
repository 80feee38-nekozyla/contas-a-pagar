       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQEMIT-FILE *> Controle de compensacao dos cheques emitidos
               ASSIGN TO 'CHEQEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS WS-STATUS-CHEQEMIT.

           SELECT CHEQANUL-FILE *> Cheques anulados (documenta o salto)
               ASSIGN TO 'CHEQANUL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHEQANUL.

           SELECT PPLOG-FILE *> Cheques ja informados ao banco no positive pay
               ASSIGN TO 'PPLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS WS-STATUS-PPLOG.

           SELECT PROXPP-FILE *> Contador do proximo numero de arquivo positive pay
               ASSIGN TO 'PROXPP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXPP.

           SELECT POSPAY-FILE *> Arquivo positive pay de uma conta para o banco
               ASSIGN TO WS-NOME-POSPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSPAY.

           SELECT EXCECAO-FILE *> Arquivo de excecoes devolvido pelo banco
               ASSIGN TO 'PPEXCEC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECAO.

           SELECT CHQEXC-FILE *> Excecoes de cheques apresentados e a decisao
               ASSIGN TO 'CHQEXC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-CHAVE
               FILE STATUS IS WS-STATUS-CHQEXC.

           SELECT RESPOSTA-FILE *> Decisoes pagar/devolver para o banco
               ASSIGN TO WS-NOME-RESPOSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPOSTA.

           SELECT CONTABCO-FILE *> Contas bancarias da propria empresa
               ASSIGN TO 'CONTABCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-CONTABCO.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT SPOOL-FILE *> Copia impressa do que foi enviado/importado
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
       FD  CHEQEMIT-FILE.
       01  CHEQEMIT-REG.
           05 CQ-CHAVE.
              10 CQ-CONTA-EMPRESA PIC X(04).
              10 CQ-NUM-CHEQUE    PIC 9(06).
           05 CQ-NUM-DOC          PIC 9(10).
           05 CQ-CNPJ-FORN        PIC 9(14).
           05 CQ-VALOR            PIC 9(10)V99.
           05 CQ-DATA-EMISSAO     PIC 9(08).
           05 CQ-SITUACAO         PIC X(01).
           05 CQ-DATA-COMPENSACAO PIC 9(08).

       FD  CHEQANUL-FILE.
       01  CHEQANUL-REG.
           05 CA-CONTA-EMPRESA PIC X(04).
           05 CA-NUM-CHEQUE    PIC 9(06).
           05 CA-DATA          PIC 9(08).
           05 CA-MOTIVO        PIC X(40).

      *> UM REGISTRO POR CHEQUE E TIPO DE AVISO JA MANDADO AO BANCO:
      *> 'E' EMITIDO, 'A' ANULADO/CANCELADO. E O QUE GARANTE QUE CADA
      *> CHEQUE SAI UMA VEZ SO EM CADA CONDICAO
       FD  PPLOG-FILE.
       01  PPLOG-REG.
           05 PL-CHAVE.
              10 PL-CONTA-EMPRESA PIC X(04).
              10 PL-NUM-CHEQUE    PIC 9(06).
              10 PL-TIPO          PIC X(01).
           05 PL-NUM-ARQUIVO      PIC 9(06).
           05 PL-DATA-ENVIO       PIC 9(08).
           05 PL-VALOR            PIC 9(10)V99.

       FD  PROXPP-FILE.
       01  PROXPP-REG.
           05 PP-PROX-NUMERO      PIC 9(06).

       FD  POSPAY-FILE.
       01  POSPAY-REG             PIC X(100).

      *> LAYOUT DO ARQUIVO DE EXCECOES DO BANCO: CHEQUE APRESENTADO
      *> QUE NAO BATE COM O POSITIVE PAY, COM O PRAZO PARA DECIDIR
       FD  EXCECAO-FILE.
       01  EXCECAO-REG.
           05 XI-BANCO            PIC X(03).
           05 XI-AGENCIA          PIC X(06).
           05 XI-CONTA            PIC X(12).
           05 XI-NUM-CHEQUE       PIC 9(06).
           05 XI-DATA-APRES       PIC 9(08).
           05 XI-VALOR-APRES      PIC 9(10)V99.
           05 XI-MOTIVO           PIC X(02).
           05 XI-PRAZO-DATA       PIC 9(08).
           05 XI-PRAZO-HORA       PIC 9(04).

      *> PE-DECISAO: 'P' PENDENTE, 'G' PAGAR, 'D' DEVOLVER
       FD  CHQEXC-FILE.
       01  CHQEXC-REG.
           05 PE-CHAVE.
              10 PE-CONTA-EMPRESA PIC X(04).
              10 PE-NUM-CHEQUE    PIC 9(06).
              10 PE-DATA-APRES    PIC 9(08).
           05 PE-VALOR-APRES      PIC 9(10)V99.
           05 PE-VALOR-EMITIDO    PIC 9(10)V99.
           05 PE-SITUACAO-CHEQUE  PIC X(01).
           05 PE-MOTIVO           PIC X(02).
           05 PE-PRAZO-DATA       PIC 9(08).
           05 PE-PRAZO-HORA       PIC 9(04).
           05 PE-DECISAO          PIC X(01).
           05 PE-USUARIO          PIC X(10).
           05 PE-DATA-HORA        PIC 9(14).
           05 PE-ENVIADA          PIC X(01).

       FD  RESPOSTA-FILE.
       01  RESPOSTA-REG           PIC X(60).

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 CB-CODIGO        PIC X(04).
           05 CB-BANCO         PIC X(03).
           05 CB-AGENCIA       PIC X(06).
           05 CB-CONTA         PIC X(12).
           05 CB-DESCRICAO     PIC X(30).
           05 CB-SALDO         PIC S9(12)V99.
           05 CB-CONTA-CONTABIL PIC X(08).

      *> TITULO CEDIDO: O CHEQUE SAI NOMINAL AO CESSIONARIO (PGTOCONT),
      *> ENTAO E ELE O FAVORECIDO INFORMADO AO BANCO
       FD  CESSAO-FILE.
       01  CESSAO-REG.
           05 CS-CHAVE.
              10 CS-NUM-DOC       PIC 9(10).
              10 CS-CNPJ-FORN     PIC 9(14).
           05 CS-CNPJ-CESS        PIC 9(14).
           05 CS-NOME-CESS        PIC X(40).
           05 CS-BANCO            PIC X(03).
           05 CS-AGENCIA          PIC X(06).
           05 CS-CONTA            PIC X(12).
           05 CS-PIX              PIC X(40).
           05 CS-TIPO-PIX         PIC X(01).
           05 CS-BOLETO-CEDIDO    PIC X(01).
           05 CS-DATA-NOTIF       PIC 9(08).
           05 CS-SITUACAO         PIC X(01).
           05 CS-DATA-HORA-REG    PIC 9(14).
           05 CS-LINHA-DIGITAVEL  PIC X(47).

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-CNPJ           PIC 9(14).
           05 F-RAZAO-SOCIAL   PIC X(40).
           05 F-ENDERECO       PIC X(50).
           05 F-TELEFONE       PIC 9(11).
           05 F-EMAIL          PIC X(30).
           05 F-SITUACAO       PIC X(01).
           05 F-STATUS-APROVACAO PIC X(08).
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

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

       01 WS-STATUS-CHEQEMIT       PIC X(2).
          88 STATUS-OK-CQ           VALUE '00'.
       01 WS-STATUS-CHEQANUL       PIC X(2).
          88 STATUS-OK-CA           VALUE '00'.
       01 WS-STATUS-PPLOG          PIC X(2).
          88 STATUS-OK-PL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PL VALUE '35'.
       01 WS-STATUS-PROXPP         PIC X(2).
          88 STATUS-OK-PP           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PP VALUE '35'.
       01 WS-STATUS-POSPAY         PIC X(2).
          88 STATUS-OK-POSPAY       VALUE '00'.
       01 WS-STATUS-EXCECAO        PIC X(2).
          88 STATUS-OK-XI           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-XI VALUE '35'.
       01 WS-STATUS-CHQEXC         PIC X(2).
          88 STATUS-OK-PE           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-PE VALUE '35'.
       01 WS-STATUS-RESPOSTA       PIC X(2).
          88 STATUS-OK-RESP         VALUE '00'.
       01 WS-STATUS-CONTABCO       PIC X(2).
          88 STATUS-OK-CB           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CB VALUE '35'.
       01 WS-STATUS-FORNECEDORES   PIC X(2).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-CESSAO         PIC X(2).
          88 STATUS-OK-CS           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                 PIC X(132).
       01 WS-SPOOL-ABERTO          PIC X(01) VALUE 'N'.
       01 WS-NOME-POSPAY           PIC X(30).
       01 WS-NOME-RESPOSTA         PIC X(30).

      *> AREA COMPARTILHADA COM A CADEIA NOTURNA (BATNIGHT)
       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.
       01 WS-CONTADOR-BATCH       PIC 9(06) EXTERNAL.
       01 WS-RETORNO-BATCH        PIC X(01) EXTERNAL.

       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO         PIC X(01) VALUE 'O'.
       01 WS-OPCAO                 PIC X(01) VALUE SPACES.
       01 WS-PAUSA                 PIC X(01).
       01 WS-CONFIRMA              PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-FIM-CHEQUES           PIC X(01).
       01 WS-DATA-HOJE             PIC 9(08).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-HORA-AGORA            PIC 9(04).

      *> GERACAO DO POSITIVE PAY: CONTAS DA EMPRESA CARREGADAS ANTES,
      *> PARA O CHEQEMIT SER LIDO CONTA A CONTA PELA CHAVE
       01 WS-CTA-QTD               PIC 9(02) VALUE ZERO.
       01 WS-CTA-IDX               PIC 9(02).
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM OCCURS 20 TIMES.
              10 WS-CTA-CODIGO     PIC X(04).
              10 WS-CTA-BANCO      PIC X(03).
              10 WS-CTA-AGENCIA    PIC X(06).
              10 WS-CTA-CONTA      PIC X(12).

       01 WS-ARQ-ABERTO            PIC X(01).
       01 WS-NUM-ARQUIVO           PIC 9(06).
       01 WS-QTD-ARQUIVO           PIC 9(06).
       01 WS-VALOR-ARQUIVO         PIC 9(13)V99.
       01 WS-QTD-ENVIADOS          PIC 9(06).
       01 WS-QTD-ARQUIVOS          PIC 9(04).
       01 WS-FORN-ABERTO           PIC X(01).
       01 WS-CESSAO-ABERTA         PIC X(01).

      *> O AVISO A MANDAR: TIPO, CHEQUE, DATA, VALOR E FAVORECIDO
       01 WS-AVISO-TIPO            PIC X(01).
       01 WS-AVISO-CHEQUE          PIC 9(06).
       01 WS-AVISO-DATA            PIC 9(08).
       01 WS-AVISO-VALOR           PIC 9(10)V99.
       01 WS-AVISO-CNPJ            PIC 9(14).
       01 WS-AVISO-FAVORECIDO      PIC X(40).

       01 WS-PP-HEADER.
           05 WS-PPH-TIPO          PIC X(01) VALUE 'H'.
           05 WS-PPH-BANCO         PIC X(03).
           05 WS-PPH-AGENCIA       PIC X(06).
           05 WS-PPH-CONTA         PIC X(12).
           05 WS-PPH-DATA          PIC 9(08).
           05 WS-PPH-NUM-ARQUIVO   PIC 9(06).
           05 FILLER               PIC X(64) VALUE SPACES.
       01 WS-PP-DETALHE.
           05 WS-PPD-TIPO          PIC X(01) VALUE 'D'.
           05 WS-PPD-AVISO         PIC X(01).
           05 WS-PPD-NUM-CHEQUE    PIC 9(06).
           05 WS-PPD-DATA          PIC 9(08).
           05 WS-PPD-VALOR         PIC 9(10)V99.
           05 WS-PPD-CNPJ          PIC 9(14).
           05 WS-PPD-FAVORECIDO    PIC X(40).
           05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-PP-TRAILER.
           05 WS-PPT-TIPO          PIC X(01) VALUE 'T'.
           05 WS-PPT-QTD           PIC 9(06).
           05 WS-PPT-VALOR         PIC 9(13)V99.
           05 FILLER               PIC X(78) VALUE SPACES.

      *> IMPORTACAO E DECISAO DAS EXCECOES
       01 WS-QTD-LIDAS             PIC 9(05).
       01 WS-QTD-IMPORTADAS        PIC 9(05).
       01 WS-QTD-REPETIDAS         PIC 9(05).
       01 WS-QTD-SEM-CONTA         PIC 9(05).
       01 WS-QTD-PENDENTES         PIC 9(05).
       01 WS-QTD-DECIDIDAS         PIC 9(05).
       01 WS-QTD-RESPOSTAS         PIC 9(05).
       01 WS-CONTA-ACHADA          PIC X(04).
       01 WS-DESC-MOTIVO           PIC X(24).
       01 WS-PRAZO-VENCIDO         PIC X(01).
       01 WS-RESP-ABERTA           PIC X(01).

       01 WS-RESP-LINHA.
           05 WS-RSP-BANCO         PIC X(03).
           05 WS-RSP-AGENCIA       PIC X(06).
           05 WS-RSP-CONTA         PIC X(12).
           05 WS-RSP-NUM-CHEQUE    PIC 9(06).
           05 WS-RSP-DATA-APRES    PIC 9(08).
           05 WS-RSP-VALOR         PIC 9(10)V99.
           05 WS-RSP-DECISAO       PIC X(01).
           05 FILLER               PIC X(12) VALUE SPACES.

       01 WS-ED-VALOR              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-QTD                PIC ZZZZ9.

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'POSPAY'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> POSITIVE PAY DE CHEQUES: UM ARQUIVO POR CONTA DA EMPRESA COM
      *> OS CHEQUES EMITIDOS (CHEQEMIT) E OS ANULADOS (CHEQANUL, MAIS OS
      *> CANCELADOS E PRESCRITOS DO RELCHEQ) DESDE O ULTIMO ARQUIVO. O
      *> PPLOG.DAT REGISTRA CADA AVISO MANDADO, ENTAO NADA SAI DUAS VEZES
      *> E NADA FICA DE FORA SE UM DIA NAO RODAR. O BANCO DEVOLVE EM
      *> PPEXCEC.DAT OS CHEQUES APRESENTADOS QUE NAO BATEM; A TESOURARIA
      *> DECIDE PAGAR OU DEVOLVER CADA UM ANTES DO PRAZO E A RESPOSTA SAI
      *> EM ARQUIVO PARA O BANCO. A RODADA NOTURNA GERA O POSITIVE PAY
       100-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HOJE.
           PERFORM 150-LER-SESSAO.
           IF WS-MODO-BATCH = 'S'
               PERFORM 300-GERAR-POSITIVE-PAY
               MOVE WS-QTD-ENVIADOS TO WS-CONTADOR-BATCH
               GOBACK
           END-IF.
           MOVE SPACES TO WS-OPCAO.
           PERFORM 200-MENU-POSITIVE-PAY UNTIL WS-OPCAO = 'S'.
           GOBACK.

       150-LER-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
                       MOVE SS-PERFIL TO WS-PERFIL-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       200-MENU-POSITIVE-PAY.
           DISPLAY "--- Positive Pay de Cheques ---".
           DISPLAY "G - Gerar arquivos positive pay (cheques novos)".
           DISPLAY "I - Importar excecoes do banco (PPEXCEC.DAT)".
           DISPLAY "D - Decidir excecoes: pagar ou devolver (supervisor)".
           DISPLAY "L - Listar excecoes".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'G'
                   PERFORM 300-GERAR-POSITIVE-PAY
                   PERFORM 850-PAUSA
               WHEN 'I'
                   PERFORM 500-IMPORTAR-EXCECOES
               WHEN 'D'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 600-DECIDIR-EXCECOES
                   ELSE
                       DISPLAY "ERRO: somente o supervisor decide "
                               "cheques em excecao."
                   END-IF
               WHEN 'L'
                   PERFORM 700-LISTAR-EXCECOES
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> UM ARQUIVO POR CONTA QUE TENHA AVISO NOVO; CONTA SEM NADA A
      *> INFORMAR NAO GERA ARQUIVO
       300-GERAR-POSITIVE-PAY.
           MOVE ZERO TO WS-QTD-ENVIADOS.
           MOVE ZERO TO WS-QTD-ARQUIVOS.
           PERFORM 310-CARREGAR-CONTAS.
           IF WS-CTA-QTD = ZERO
               DISPLAY "AVISO: nenhuma conta bancaria cadastrada."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PPLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PL
               OPEN OUTPUT PPLOG-FILE
               CLOSE PPLOG-FILE
               OPEN I-O PPLOG-FILE
           END-IF.
           IF NOT STATUS-OK-PL
               DISPLAY "ERRO ao abrir PPLOG.DAT. Status: "
                       WS-STATUS-PPLOG
               MOVE 'PPLOG' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-PPLOG TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FORN-ABERTO.
           OPEN INPUT FORNECEDORES-FILE.
           IF STATUS-OK-FORN
               MOVE 'S' TO WS-FORN-ABERTO
           END-IF.
           MOVE 'N' TO WS-CESSAO-ABERTA.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTA
           END-IF.
           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "POSITIVE PAY DE CHEQUES - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

           PERFORM 320-GERAR-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.

           MOVE WS-QTD-ARQUIVOS TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "Arquivos gerados: " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE WS-QTD-ENVIADOS TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "Cheques informados: " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 895-FECHAR-SPOOL.
           IF WS-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES-FILE
           END-IF.
           IF WS-CESSAO-ABERTA = 'S'
               CLOSE CESSAO-FILE
           END-IF.
           CLOSE PPLOG-FILE.

       310-CARREGAR-CONTAS.
           MOVE ZERO TO WS-CTA-QTD.
           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               IF NOT ARQUIVO-NAO-ENCONTRADO-CB
                   MOVE 'CONTABCO' TO WS-ERR-ARQUIVO
                   MOVE WS-STATUS-CONTABCO TO WS-ERR-STATUS
                   PERFORM 990-GRAVAR-LOG-ERRO
               END-IF
               CLOSE CONTABCO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CB-CODIGO.
           START CONTABCO-FILE KEY IS GREATER THAN CB-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 315-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTABCO-FILE.

       315-LER-PROXIMA-CONTA.
           READ CONTABCO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CTA-QTD < 20
                       ADD 1 TO WS-CTA-QTD
                       MOVE CB-CODIGO TO WS-CTA-CODIGO(WS-CTA-QTD)
                       MOVE CB-BANCO TO WS-CTA-BANCO(WS-CTA-QTD)
                       MOVE CB-AGENCIA TO WS-CTA-AGENCIA(WS-CTA-QTD)
                       MOVE CB-CONTA TO WS-CTA-CONTA(WS-CTA-QTD)
                   END-IF
           END-READ.

       320-GERAR-CONTA.
           MOVE 'N' TO WS-ARQ-ABERTO.
           MOVE ZERO TO WS-QTD-ARQUIVO.
           MOVE ZERO TO WS-VALOR-ARQUIVO.
           PERFORM 330-AVISOS-CHEQEMIT.
           PERFORM 340-AVISOS-CHEQANUL.
           IF WS-ARQ-ABERTO = 'S'
               PERFORM 380-FECHAR-ARQUIVO-CONTA
           END-IF.

      *> CHEQUE EM ABERTO QUE O BANCO AINDA NAO CONHECE SAI COMO
      *> EMITIDO; CANCELADO ('X') OU PRESCRITO ('V') SAI COMO ANULADO.
      *> CHEQUE JA COMPENSADO NAO PRECISA MAIS DE AVISO
       330-AVISOS-CHEQEMIT.
           OPEN INPUT CHEQEMIT-FILE.
           IF NOT STATUS-OK-CQ
               CLOSE CHEQEMIT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-CHEQUES.
           MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO CQ-CONTA-EMPRESA.
           MOVE ZERO TO CQ-NUM-CHEQUE.
           START CHEQEMIT-FILE KEY IS GREATER THAN OR EQUAL TO CQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CHEQUES
           END-START.
           PERFORM 335-LER-PROXIMO-EMITIDO UNTIL WS-FIM-CHEQUES = 'Y'.
           CLOSE CHEQEMIT-FILE.

       335-LER-PROXIMO-EMITIDO.
           READ CHEQEMIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CHEQUES
                   EXIT PARAGRAPH
           END-READ.
           IF CQ-CONTA-EMPRESA NOT = WS-CTA-CODIGO(WS-CTA-IDX)
               MOVE 'Y' TO WS-FIM-CHEQUES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CQ-SITUACAO
               WHEN 'E'
                   MOVE 'E' TO WS-AVISO-TIPO
                   MOVE CQ-DATA-EMISSAO TO WS-AVISO-DATA
               WHEN 'X'
               WHEN 'V'
                   MOVE 'A' TO WS-AVISO-TIPO
                   MOVE CQ-DATA-COMPENSACAO TO WS-AVISO-DATA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE CQ-NUM-CHEQUE TO WS-AVISO-CHEQUE.
           MOVE CQ-VALOR TO WS-AVISO-VALOR.
           MOVE CQ-CNPJ-FORN TO WS-AVISO-CNPJ.
           MOVE SPACES TO WS-AVISO-FAVORECIDO.
           IF WS-FORN-ABERTO = 'S'
               MOVE CQ-CNPJ-FORN TO F-CNPJ
               READ FORNECEDORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO WS-AVISO-FAVORECIDO
               END-READ
           END-IF.
           IF WS-CESSAO-ABERTA = 'S'
               MOVE CQ-NUM-DOC TO CS-NUM-DOC
               MOVE CQ-CNPJ-FORN TO CS-CNPJ-FORN
               READ CESSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-SITUACAO = 'A'
                               AND CS-DATA-NOTIF <= CQ-DATA-EMISSAO
                           MOVE CS-CNPJ-CESS TO WS-AVISO-CNPJ
                           MOVE CS-NOME-CESS TO WS-AVISO-FAVORECIDO
                       END-IF
               END-READ
           END-IF.
           PERFORM 360-ENVIAR-AVISO.

      *> FOLHA ANULADA NO TALAO (CADCTABA): NUNCA FOI PREENCHIDA, SAI
      *> SEM VALOR E SEM FAVORECIDO
       340-AVISOS-CHEQANUL.
           OPEN INPUT CHEQANUL-FILE.
           IF NOT STATUS-OK-CA
               CLOSE CHEQANUL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-CHEQUES.
           PERFORM 345-LER-PROXIMO-ANULADO UNTIL WS-FIM-CHEQUES = 'Y'.
           CLOSE CHEQANUL-FILE.

       345-LER-PROXIMO-ANULADO.
           READ CHEQANUL-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-CHEQUES
               NOT AT END
                   IF CA-CONTA-EMPRESA = WS-CTA-CODIGO(WS-CTA-IDX)
                       MOVE 'A' TO WS-AVISO-TIPO
                       MOVE CA-NUM-CHEQUE TO WS-AVISO-CHEQUE
                       MOVE CA-DATA TO WS-AVISO-DATA
                       MOVE ZERO TO WS-AVISO-VALOR
                       MOVE ZERO TO WS-AVISO-CNPJ
                       MOVE SPACES TO WS-AVISO-FAVORECIDO
                       PERFORM 360-ENVIAR-AVISO
                   END-IF
           END-READ.

      *> SO MANDA O QUE NAO ESTA NO PPLOG; GRAVA O DETALHE E LOGO EM
      *> SEGUIDA O LOG, COM O NUMERO DO ARQUIVO EM QUE SAIU
       360-ENVIAR-AVISO.
           MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO PL-CONTA-EMPRESA.
           MOVE WS-AVISO-CHEQUE TO PL-NUM-CHEQUE.
           MOVE WS-AVISO-TIPO TO PL-TIPO.
           READ PPLOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-ARQ-ABERTO = 'N'
               PERFORM 370-ABRIR-ARQUIVO-CONTA
               IF WS-ARQ-ABERTO = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-AVISO-TIPO TO WS-PPD-AVISO.
           MOVE WS-AVISO-CHEQUE TO WS-PPD-NUM-CHEQUE.
           MOVE WS-AVISO-DATA TO WS-PPD-DATA.
           MOVE WS-AVISO-VALOR TO WS-PPD-VALOR.
           MOVE WS-AVISO-CNPJ TO WS-PPD-CNPJ.
           MOVE WS-AVISO-FAVORECIDO TO WS-PPD-FAVORECIDO.
           MOVE WS-PP-DETALHE TO POSPAY-REG.
           WRITE POSPAY-REG.
           ADD 1 TO WS-QTD-ARQUIVO.
           ADD 1 TO WS-QTD-ENVIADOS.
           ADD WS-AVISO-VALOR TO WS-VALOR-ARQUIVO.

           MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO PL-CONTA-EMPRESA.
           MOVE WS-AVISO-CHEQUE TO PL-NUM-CHEQUE.
           MOVE WS-AVISO-TIPO TO PL-TIPO.
           MOVE WS-NUM-ARQUIVO TO PL-NUM-ARQUIVO.
           MOVE WS-DATA-HOJE TO PL-DATA-ENVIO.
           MOVE WS-AVISO-VALOR TO PL-VALOR.
           WRITE PPLOG-REG
               INVALID KEY
                   DISPLAY "ERRO ao registrar o envio do cheque "
                           WS-AVISO-CHEQUE ". Status: " WS-STATUS-PPLOG
           END-WRITE.

           MOVE WS-AVISO-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA.
           IF WS-AVISO-TIPO = 'E'
               STRING "  cheque " WS-AVISO-CHEQUE " EMITIDO " WS-AVISO-DATA
                      " " WS-ED-VALOR " " WS-AVISO-FAVORECIDO
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  cheque " WS-AVISO-CHEQUE " ANULADO " WS-AVISO-DATA
                      " " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

       370-ABRIR-ARQUIVO-CONTA.
           PERFORM 375-OBTER-NUMERO-ARQUIVO.
           IF WS-NUM-ARQUIVO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOME-POSPAY.
           STRING 'PPAY_' WS-CTA-CODIGO(WS-CTA-IDX) '_' WS-NUM-ARQUIVO
                  '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-POSPAY.
           OPEN OUTPUT POSPAY-FILE.
           IF NOT STATUS-OK-POSPAY
               DISPLAY "ERRO ao criar " WS-NOME-POSPAY ". Status: "
                       WS-STATUS-POSPAY
               MOVE 'POSPAY' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-POSPAY TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-ARQ-ABERTO.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE WS-CTA-BANCO(WS-CTA-IDX) TO WS-PPH-BANCO.
           MOVE WS-CTA-AGENCIA(WS-CTA-IDX) TO WS-PPH-AGENCIA.
           MOVE WS-CTA-CONTA(WS-CTA-IDX) TO WS-PPH-CONTA.
           MOVE WS-DATA-HOJE TO WS-PPH-DATA.
           MOVE WS-NUM-ARQUIVO TO WS-PPH-NUM-ARQUIVO.
           MOVE WS-PP-HEADER TO POSPAY-REG.
           WRITE POSPAY-REG.
           MOVE SPACES TO WS-LINHA.
           STRING "Conta " WS-CTA-CODIGO(WS-CTA-IDX) " banco "
                  WS-CTA-BANCO(WS-CTA-IDX) " ag " WS-CTA-AGENCIA(WS-CTA-IDX)
                  " cc " WS-CTA-CONTA(WS-CTA-IDX) " -> " WS-NOME-POSPAY
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> NUMERO SEQUENCIAL DO ARQUIVO, COMO O PROTNF FAZ COM O
      *> PROXPROT.DAT; DEVOLVE ZERO SE O CONTADOR FALHAR
       375-OBTER-NUMERO-ARQUIVO.
           MOVE ZERO TO WS-NUM-ARQUIVO.
           OPEN I-O PROXPP-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PP
               OPEN OUTPUT PROXPP-FILE
               MOVE 1 TO PP-PROX-NUMERO
               WRITE PROXPP-REG
               CLOSE PROXPP-FILE
               OPEN I-O PROXPP-FILE
           END-IF.
           IF NOT STATUS-OK-PP
               DISPLAY "ERRO: Nao foi possivel abrir o contador de "
                       "arquivos positive pay. Status: " WS-STATUS-PROXPP
               MOVE '1' TO WS-RETORNO-BATCH
               CLOSE PROXPP-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXPP-FILE
               AT END
                   MOVE 1 TO PP-PROX-NUMERO
           END-READ.
           MOVE PP-PROX-NUMERO TO WS-NUM-ARQUIVO.
           ADD 1 TO PP-PROX-NUMERO.
           REWRITE PROXPP-REG.
           CLOSE PROXPP-FILE.

       380-FECHAR-ARQUIVO-CONTA.
           MOVE WS-QTD-ARQUIVO TO WS-PPT-QTD.
           MOVE WS-VALOR-ARQUIVO TO WS-PPT-VALOR.
           MOVE WS-PP-TRAILER TO POSPAY-REG.
           WRITE POSPAY-REG.
           CLOSE POSPAY-FILE.
           MOVE 'N' TO WS-ARQ-ABERTO.

      *> EXCECOES DO BANCO: A CONTA VEM PELO BANCO/AGENCIA/CONTA; O
      *> VALOR EMITIDO E A SITUACAO DO CHEQUE NO CHEQEMIT ACOMPANHAM A
      *> EXCECAO PARA A DECISAO. EXCECAO JA IMPORTADA NAO SE REPETE
       500-IMPORTAR-EXCECOES.
           OPEN INPUT EXCECAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-XI
               DISPLAY "AVISO: arquivo PPEXCEC.DAT nao encontrado. "
                       "Copie o arquivo de excecoes do banco e repita."
               CLOSE EXCECAO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-XI
               DISPLAY "ERRO ao abrir PPEXCEC.DAT. Status: "
                       WS-STATUS-EXCECAO
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310-CARREGAR-CONTAS.
           OPEN I-O CHQEXC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PE
               OPEN OUTPUT CHQEXC-FILE
               CLOSE CHQEXC-FILE
               OPEN I-O CHQEXC-FILE
           END-IF.
           IF NOT STATUS-OK-PE
               DISPLAY "ERRO ao abrir CHQEXC.DAT. Status: "
                       WS-STATUS-CHQEXC
               CLOSE EXCECAO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CHEQEMIT-FILE.
           MOVE ZERO TO WS-QTD-LIDAS.
           MOVE ZERO TO WS-QTD-IMPORTADAS.
           MOVE ZERO TO WS-QTD-REPETIDAS.
           MOVE ZERO TO WS-QTD-SEM-CONTA.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 510-LER-PROXIMA-EXCECAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CHEQEMIT-FILE.
           CLOSE CHQEXC-FILE.
           CLOSE EXCECAO-FILE.
           DISPLAY "Linhas lidas: " WS-QTD-LIDAS
                   "  importadas: " WS-QTD-IMPORTADAS
                   "  ja importadas: " WS-QTD-REPETIDAS
                   "  conta desconhecida: " WS-QTD-SEM-CONTA.
           IF WS-QTD-IMPORTADAS > ZERO
               DISPLAY "Decida as excecoes (opcao D) antes do prazo do "
                       "banco."
           END-IF.
           PERFORM 850-PAUSA.

       510-LER-PROXIMA-EXCECAO.
           READ EXCECAO-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-QTD-LIDAS.
           MOVE SPACES TO WS-CONTA-ACHADA.
           PERFORM 515-CASAR-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD OR WS-CONTA-ACHADA NOT = SPACES.
           IF WS-CONTA-ACHADA = SPACES
               ADD 1 TO WS-QTD-SEM-CONTA
               DISPLAY "AVISO: conta " XI-BANCO "/" XI-AGENCIA "/"
                       XI-CONTA " nao e da empresa; cheque "
                       XI-NUM-CHEQUE " ignorado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-ACHADA TO PE-CONTA-EMPRESA.
           MOVE XI-NUM-CHEQUE TO PE-NUM-CHEQUE.
           MOVE XI-DATA-APRES TO PE-DATA-APRES.
           MOVE XI-VALOR-APRES TO PE-VALOR-APRES.
           MOVE XI-MOTIVO TO PE-MOTIVO.
           MOVE XI-PRAZO-DATA TO PE-PRAZO-DATA.
           MOVE XI-PRAZO-HORA TO PE-PRAZO-HORA.
           MOVE ZERO TO PE-VALOR-EMITIDO.
           MOVE SPACES TO PE-SITUACAO-CHEQUE.
           IF STATUS-OK-CQ
               MOVE WS-CONTA-ACHADA TO CQ-CONTA-EMPRESA
               MOVE XI-NUM-CHEQUE TO CQ-NUM-CHEQUE
               READ CHEQEMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CQ-VALOR TO PE-VALOR-EMITIDO
                       MOVE CQ-SITUACAO TO PE-SITUACAO-CHEQUE
               END-READ
           END-IF.
           MOVE 'P' TO PE-DECISAO.
           MOVE SPACES TO PE-USUARIO.
           MOVE ZERO TO PE-DATA-HORA.
           MOVE 'N' TO PE-ENVIADA.
           WRITE CHQEXC-REG
               INVALID KEY
                   ADD 1 TO WS-QTD-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-IMPORTADAS
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 985-JORNALIZAR-EXCECAO
           END-WRITE.

       515-CASAR-CONTA.
           IF WS-CTA-BANCO(WS-CTA-IDX) = XI-BANCO AND
                   WS-CTA-AGENCIA(WS-CTA-IDX) = XI-AGENCIA AND
                   WS-CTA-CONTA(WS-CTA-IDX) = XI-CONTA
               MOVE WS-CTA-CODIGO(WS-CTA-IDX) TO WS-CONTA-ACHADA
           END-IF.

      *> CADA EXCECAO PENDENTE E MOSTRADA COM O QUE FOI EMITIDO E O
      *> PRAZO; AS DECIDIDAS AINDA NAO MANDADAS SAEM NO ARQUIVO DE
      *> RESPOSTA AO FIM. EXCECAO SEM DECISAO NO PRAZO FICA COM A REGRA
      *> DO BANCO (EM GERAL, DEVOLUCAO)
       600-DECIDIR-EXCECOES.
           OPEN I-O CHQEXC-FILE.
           IF NOT STATUS-OK-PE
               DISPLAY "Nenhuma excecao importada."
               CLOSE CHQEXC-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DATA-HOJE.
           MOVE WS-DH-HORA(1:4) TO WS-HORA-AGORA.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE ZERO TO WS-QTD-DECIDIDAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PE-CHAVE.
           START CHQEXC-FILE KEY IS GREATER THAN PE-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 610-LER-PROXIMA-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'.
           DISPLAY "Excecoes pendentes: " WS-QTD-PENDENTES
                   "  decididas agora: " WS-QTD-DECIDIDAS.
           PERFORM 650-GERAR-RESPOSTA.
           CLOSE CHQEXC-FILE.
           PERFORM 850-PAUSA.

       610-LER-PROXIMA-PENDENTE.
           READ CHQEXC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF PE-DECISAO = 'P'
                       PERFORM 620-DECIDIR-EXCECAO
                   END-IF
           END-READ.

       620-DECIDIR-EXCECAO.
           ADD 1 TO WS-QTD-PENDENTES.
           PERFORM 690-DESCREVER-MOTIVO.
           MOVE 'N' TO WS-PRAZO-VENCIDO.
           IF PE-PRAZO-DATA < WS-DATA-HOJE OR
                   (PE-PRAZO-DATA = WS-DATA-HOJE AND
                    PE-PRAZO-HORA < WS-HORA-AGORA)
               MOVE 'S' TO WS-PRAZO-VENCIDO
           END-IF.
           MOVE PE-VALOR-APRES TO WS-ED-VALOR.
           MOVE PE-VALOR-EMITIDO TO WS-ED-VALOR-2.
           DISPLAY " ".
           DISPLAY "Conta " PE-CONTA-EMPRESA " cheque " PE-NUM-CHEQUE
                   " apresentado em " PE-DATA-APRES " - " WS-DESC-MOTIVO.
           DISPLAY "  Valor apresentado " WS-ED-VALOR
                   "  emitido " WS-ED-VALOR-2
                   "  situacao no controle: " PE-SITUACAO-CHEQUE.
           DISPLAY "  Prazo do banco: " PE-PRAZO-DATA " " PE-PRAZO-HORA.
           IF WS-PRAZO-VENCIDO = 'S'
               DISPLAY "  ** PRAZO VENCIDO: vale a regra do banco **"
           END-IF.
           DISPLAY "Pagar (P), devolver (D) ou deixar (ENTER)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EVALUATE WS-CONFIRMA
               WHEN 'P'
                   MOVE 'G' TO PE-DECISAO
               WHEN 'D'
                   MOVE 'D' TO PE-DECISAO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-USUARIO-SESSAO TO PE-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO PE-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO PE-DATA-HORA(9:6).
           REWRITE CHQEXC-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar a decisao. Status: "
                           WS-STATUS-CHQEXC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DECIDIDAS
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 985-JORNALIZAR-EXCECAO
           END-REWRITE.

      *> DECISOES AINDA NAO MANDADAS VAO PARA PPRESP_<DATAHORA>.TXT,
      *> UMA LINHA POR CHEQUE: 'P' PAGAR, 'D' DEVOLVER
       650-GERAR-RESPOSTA.
           PERFORM 310-CARREGAR-CONTAS.
           MOVE 'N' TO WS-RESP-ABERTA.
           MOVE ZERO TO WS-QTD-RESPOSTAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PE-CHAVE.
           START CHQEXC-FILE KEY IS GREATER THAN PE-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 660-RESPONDER-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-RESP-ABERTA = 'S'
               CLOSE RESPOSTA-FILE
               DISPLAY "Respostas ao banco: " WS-QTD-RESPOSTAS
                       " em " WS-NOME-RESPOSTA
           END-IF.

       660-RESPONDER-PROXIMA.
           READ CHQEXC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
           END-READ.
           IF PE-DECISAO = 'P' OR PE-ENVIADA = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESP-ABERTA = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL
               MOVE SPACES TO WS-NOME-RESPOSTA
               STRING 'PPRESP_' WS-DHS-DATA WS-DHS-HORA '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-RESPOSTA
               OPEN OUTPUT RESPOSTA-FILE
               IF NOT STATUS-OK-RESP
                   DISPLAY "ERRO ao criar " WS-NOME-RESPOSTA
                           ". Status: " WS-STATUS-RESPOSTA
                   MOVE 'Y' TO WS-FIM-LEITURA
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-RESP-ABERTA
           END-IF.
           MOVE SPACES TO WS-RSP-BANCO.
           MOVE SPACES TO WS-RSP-AGENCIA.
           MOVE SPACES TO WS-RSP-CONTA.
           PERFORM 665-DADOS-DA-CONTA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-QTD.
           MOVE PE-NUM-CHEQUE TO WS-RSP-NUM-CHEQUE.
           MOVE PE-DATA-APRES TO WS-RSP-DATA-APRES.
           MOVE PE-VALOR-APRES TO WS-RSP-VALOR.
           IF PE-DECISAO = 'G'
               MOVE 'P' TO WS-RSP-DECISAO
           ELSE
               MOVE 'D' TO WS-RSP-DECISAO
           END-IF.
           MOVE WS-RESP-LINHA TO RESPOSTA-REG.
           WRITE RESPOSTA-REG.
           ADD 1 TO WS-QTD-RESPOSTAS.
           MOVE 'S' TO PE-ENVIADA.
           REWRITE CHQEXC-REG
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 985-JORNALIZAR-EXCECAO
           END-REWRITE.

       665-DADOS-DA-CONTA.
           IF WS-CTA-CODIGO(WS-CTA-IDX) = PE-CONTA-EMPRESA
               MOVE WS-CTA-BANCO(WS-CTA-IDX) TO WS-RSP-BANCO
               MOVE WS-CTA-AGENCIA(WS-CTA-IDX) TO WS-RSP-AGENCIA
               MOVE WS-CTA-CONTA(WS-CTA-IDX) TO WS-RSP-CONTA
           END-IF.

       690-DESCREVER-MOTIVO.
           EVALUATE PE-MOTIVO
               WHEN 'NE'
                   MOVE "CHEQUE NAO INFORMADO" TO WS-DESC-MOTIVO
               WHEN 'VD'
                   MOVE "VALOR DIVERGENTE" TO WS-DESC-MOTIVO
               WHEN 'AN'
                   MOVE "CHEQUE ANULADO" TO WS-DESC-MOTIVO
               WHEN 'DP'
                   MOVE "APRESENTADO DE NOVO" TO WS-DESC-MOTIVO
               WHEN 'DT'
                   MOVE "DATA DIVERGENTE" TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-MOTIVO
                   STRING "MOTIVO " PE-MOTIVO
                       DELIMITED BY SIZE INTO WS-DESC-MOTIVO
           END-EVALUATE.

       700-LISTAR-EXCECOES.
           OPEN INPUT CHQEXC-FILE.
           IF NOT STATUS-OK-PE
               DISPLAY "Nenhuma excecao importada."
               CLOSE CHQEXC-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTA CHEQUE APRESENT.  VALOR APRESENTADO  PRAZO"
                   "         DECISAO  ENVIADA MOTIVO".
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO PE-CHAVE.
           START CHQEXC-FILE KEY IS GREATER THAN PE-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 710-LISTAR-PROXIMA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CHQEXC-FILE.
           PERFORM 850-PAUSA.

       710-LISTAR-PROXIMA.
           READ CHQEXC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 690-DESCREVER-MOTIVO
                   MOVE PE-VALOR-APRES TO WS-ED-VALOR
                   DISPLAY PE-CONTA-EMPRESA "  " PE-NUM-CHEQUE " "
                           PE-DATA-APRES " " WS-ED-VALOR "      "
                           PE-PRAZO-DATA " " PE-PRAZO-HORA "  "
                           PE-DECISAO "        " PE-ENVIADA "       "
                           WS-DESC-MOTIVO
           END-READ.

       850-PAUSA.
           IF WS-MODO-BATCH = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..."
                   WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'POSPAY_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           MOVE 'N' TO WS-SPOOL-ABERTO.
           OPEN OUTPUT SPOOL-FILE.
           IF STATUS-OK-SPOOL
               MOVE 'S' TO WS-SPOOL-ABERTO
           ELSE
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF WS-SPOOL-ABERTO = 'S'
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

       895-FECHAR-SPOOL.
           IF WS-SPOOL-ABERTO = 'S'
               CLOSE SPOOL-FILE
               MOVE 'N' TO WS-SPOOL-ABERTO
               DISPLAY "Copia gravada em " WS-NOME-SPOOL
           END-IF.

      *> HELPER DO JORNAL DE TRANSACOES (ROTINA JORNAL)
       985-JORNALIZAR-EXCECAO.
           MOVE 'CHQEXC' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE CHQEXC-REG TO WS-JRN-IMAGEM(1:83).
           CALL 'JORNAL' USING WS-JORNAL-PARM.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO, COM O USUARIO DA SESSAO GRAVADO PELO MENU
       990-GRAVAR-LOG-ERRO.
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
           MOVE WS-USUARIO-SESSAO TO EL-USUARIO.
           MOVE 'POSPAY' TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.
