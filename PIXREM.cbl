               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT PIXREM-FILE *> Arquivo de lote PIX no layout do banco
               ASSIGN TO 'PIXREM.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
           05 FB-PIX           PIC X(40).
           05 FB-TIPO-PIX      PIC X(01).

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

       FD  PIXREM-FILE.
       01  PIX-REG             PIC X(160).

          88 STATUS-OK-FORN        VALUE '00'.
       01 WS-STATUS-FORNBANCO     PIC X(2).
          88 STATUS-OK-BANCO       VALUE '00'.
       01 WS-STATUS-CESSAO        PIC X(2).
          88 STATUS-OK-CS          VALUE '00'.
       01 WS-CESSAO-ABERTA        PIC X(01) VALUE 'N'.
       01 WS-CESSAO-ATIVA         PIC X(01) VALUE 'N'.
       01 WS-STATUS-PIXREM        PIC X(2).
          88 STATUS-OK-PIX         VALUE '00'.
       01 WS-STATUS-REMESLOG      PIC X(2).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-QTD-REGISTROS        PIC 9(06) VALUE ZERO.
       01 WS-QTD-SEM-PIX          PIC 9(06) VALUE ZERO.
      *> CREDITO SUJEITO A RECUPERACAO JUDICIAL NAO ENTRA NO LOTE
       01 WS-QTD-BLOQ-RJ          PIC 9(06) VALUE ZERO.
       01 WS-RJ-PARM.
           05 WS-RJ-CNPJ          PIC 9(14).
           05 WS-RJ-DATA-EMISSAO  PIC 9(08).
           05 WS-RJ-BLOQUEADO     PIC X(01).
           05 WS-RJ-DATA-PEDIDO   PIC 9(08).
      *> NEM FORNECEDOR SANCIONADO NO CEIS/CNEP SEM LIBERACAO DE
      *> COMPLIANCE (VERIFSAN)
       01 WS-QTD-BLOQ-SAN         PIC 9(06) VALUE ZERO.
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).
      *> NEM O QUE ESTOURA O LIMITE DIARIO DA CONTA PAGADORA OU DO
      *> OPERADOR NA DATA DE GERACAO: VAI PARA A FILA DO LIBPAG
      *> (VERIFLIM). A CONTA DO ITEM NA AGENDA PREVALECE SOBRE A
      *> INFORMADA PARA O LOTE
       01 WS-QTD-BLOQ-LIM         PIC 9(06) VALUE ZERO.
       01 WS-CONTA-PAGADORA       PIC X(04).
       01 WS-USUARIO-REMESSA      PIC X(10).
       01 WS-LIM-PARM.
           05 WS-LIM-OPERACAO      PIC X(01).
           05 WS-LIM-PROGRAMA      PIC X(08) VALUE 'PIXREM'.
           05 WS-LIM-DATA          PIC 9(08).
           05 WS-LIM-CONTA         PIC X(04).
           05 WS-LIM-USUARIO       PIC X(10).
           05 WS-LIM-NUM-DOC       PIC 9(10).
           05 WS-LIM-CNPJ          PIC 9(14).
           05 WS-LIM-VALOR         PIC 9(12)V99.
           05 WS-LIM-RETIDO        PIC X(01).
           05 WS-LIM-SITUACAO      PIC X(01).
           05 WS-LIM-TIPO          PIC X(01).
           05 WS-LIM-LIMITE        PIC 9(12)V99.
           05 WS-LIM-USADO         PIC 9(12)V99.
       01 WS-VALOR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-VALOR-ITEM           PIC 9(10)V99.

           05 WS-PIX-D-CHAVE      PIC X(40).
           05 WS-PIX-D-VENC       PIC 9(08).
           05 WS-PIX-D-VALOR      PIC 9(13)V99.
           05 WS-PIX-D-TIPO-INSCR PIC X(01).
           05 FILLER              PIC X(40) VALUE SPACES.

       01 WS-PIX-TRAILER.
           05 WS-PIX-T-TIPO       PIC X(01) VALUE '9'.
           05 WS-PIX-T-VALOR      PIC 9(13)V99.
           05 FILLER              PIC X(138) VALUE SPACES.

      *> SELO DO ARQUIVO GERADO (ROTINA SELOREM): HASH E TOTAIS DE
      *> CONTROLE GRAVADOS EM REMSELO.DAT, CONFERIDOS ANTES DO ENVIO
       01 WS-SELO-PARM.
           05 WS-SL-FUNCAO        PIC X(01).
           05 WS-SL-ARQUIVO       PIC X(12).
           05 WS-SL-PROGRAMA      PIC X(08) VALUE 'PIXREM'.
           05 WS-SL-NUM-REMESSA   PIC 9(06).
           05 WS-SL-RESULTADO     PIC X(01).
           05 WS-SL-QTD           PIC 9(06).
           05 WS-SL-SOMA-VALOR    PIC 9(15)V99.
           05 WS-SL-SOMA-CNPJ     PIC 9(18).
           05 WS-SL-HASH          PIC 9(18).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
           DISPLAY "Numero desta remessa: " WS-NUM-REMESSA.
           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE ZERO TO WS-QTD-SEM-PIX.
           MOVE ZERO TO WS-QTD-BLOQ-RJ.
           MOVE ZERO TO WS-QTD-BLOQ-SAN.
           MOVE ZERO TO WS-QTD-BLOQ-LIM.
           MOVE ZERO TO WS-VALOR-TOTAL.
           PERFORM 130-LER-USUARIO-SESSAO.
           MOVE 'N' TO WS-FIM-LEITURA.

           OPEN EXTEND REMESITEM-FILE.
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           MOVE 'N' TO WS-CESSAO-ABERTA.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTA
           END-IF.

           DISPLAY "Somente titulos programados na agenda para a data "
                   "(AAAAMMDD, zeros para todos): " WITH NO ADVANCING.
           ACCEPT WS-AGENDA-DATA.
           PERFORM 150-ABRIR-AGENDA-SE-FILTRADA.

           DISPLAY "Conta bancaria pagadora (codigo, branco se nao "
                   "houver): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONTA-PAGADORA.
           ACCEPT WS-CONTA-PAGADORA.

           OPEN OUTPUT PIXREM-FILE.

           PERFORM 200-GRAVAR-HEADER.
           CLOSE CONTAPAGAR-FILE.
           CLOSE FORNECEDORES-FILE.
           CLOSE FORNBANCO-FILE.
           IF WS-CESSAO-ABERTA = 'S'
               CLOSE CESSAO-FILE
               MOVE 'N' TO WS-CESSAO-ABERTA
           END-IF.
           CLOSE PIXREM-FILE.
           CLOSE REMESITEM-FILE.
           IF WS-AGENDA-ABERTA = 'S'
           END-IF.

           PERFORM 550-GRAVAR-LOG-REMESSA.
           PERFORM 560-SELAR-ARQUIVO.

           DISPLAY "Arquivo PIXREM.DAT gerado com " WS-QTD-REGISTROS
                   " titulo(s), valor total " WS-VALOR-TOTAL
               DISPLAY "Titulos em aberto de fornecedor sem chave PIX "
                       "(fora do lote): " WS-QTD-SEM-PIX
           END-IF.
           IF WS-QTD-BLOQ-RJ > ZERO
               DISPLAY "Titulos sujeitos a recuperacao judicial do "
                       "fornecedor (fora do lote): " WS-QTD-BLOQ-RJ
           END-IF.
           IF WS-QTD-BLOQ-SAN > ZERO
               DISPLAY "Titulos de fornecedor sancionado no CEIS/CNEP "
                       "(fora do lote): " WS-QTD-BLOQ-SAN
           END-IF.
           IF WS-QTD-BLOQ-LIM > ZERO
               DISPLAY "Titulos acima do limite diario, na fila de "
                       "liberacao (fora do lote): " WS-QTD-BLOQ-LIM
           END-IF.
           GOBACK.

      *> QUANDO A REMESSA DEVE LEVAR SO O QUE FOI PROGRAMADO PARA UM
      *> DIA, ABRE A AGENDA PARA AS CONSULTAS POR TITULO; SEM AGENDA
      *> GRAVADA O FILTRO E IGNORADO
       130-LER-USUARIO-SESSAO.
           MOVE SPACES TO WS-USUARIO-REMESSA.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-REMESSA
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       150-ABRIR-AGENDA-SE-FILTRADA.
           MOVE 'N' TO WS-AGENDA-ABERTA.
           IF WS-AGENDA-DATA = ZERO
      *> UM REGISTRO DE DETALHE POR TITULO DE FORNECEDOR COM CHAVE PIX
      *> CADASTRADA; FORNECEDOR SEM CHAVE FICA FORA E E SO CONTADO,
      *> POIS O TRILHO DELE CONTINUA SENDO O CNAB/BOLETO
      *> TITULO CEDIDO VAI PARA A CHAVE DO CESSIONARIO; SEM ELA FICA
      *> FORA DO LOTE, NUNCA CAI NA CHAVE DO FORNECEDOR. O CNPJ DO
      *> DETALHE CONTINUA O DO FORNECEDOR PORQUE E CHAVE DO TITULO NO
      *> RETORNO DO BANCO. TITULO ANTERIOR AO PEDIDO DE RECUPERACAO
      *> JUDICIAL DO FORNECEDOR (VERIFRJ) FICA FORA E E SO CONTADO, ASSIM
      *> COMO O DE FORNECEDOR SANCIONADO NO CEIS/CNEP (VERIFSAN)
       350-GRAVAR-DETALHE.
           MOVE CP-CNPJ-FORN TO WS-RJ-CNPJ.
           MOVE CP-DATA-EMISSAO TO WS-RJ-DATA-EMISSAO.
           CALL 'VERIFRJ' USING WS-RJ-PARM.
           IF WS-RJ-BLOQUEADO = 'S'
               ADD 1 TO WS-QTD-BLOQ-RJ
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
               ADD 1 TO WS-QTD-BLOQ-SAN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 340-VERIFICAR-CESSAO.
           IF WS-CESSAO-ATIVA = 'S'
               MOVE CS-PIX TO FB-PIX
               MOVE CS-TIPO-PIX TO FB-TIPO-PIX
           ELSE
               MOVE CP-CNPJ-FORN TO FB-CNPJ
               READ FORNBANCO-FILE
                   INVALID KEY
                       MOVE SPACES TO FB-PIX
               END-READ
           END-IF.
           IF FB-PIX = SPACES
               ADD 1 TO WS-QTD-SEM-PIX
               EXIT PARAGRAPH
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE SPACES TO F-RAZAO-SOCIAL
                   MOVE 'J' TO F-TIPO-PESSOA
           END-READ.
           IF WS-CESSAO-ATIVA = 'S'
               MOVE CS-NOME-CESS TO F-RAZAO-SOCIAL
               MOVE 'J' TO F-TIPO-PESSOA
           END-IF.

           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.

           PERFORM 345-VERIFICAR-LIMITE-DIARIO.
           IF WS-LIM-RETIDO = 'S'
               ADD 1 TO WS-QTD-BLOQ-LIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-DOC TO WS-PIX-D-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-PIX-D-CNPJ.
           MOVE F-RAZAO-SOCIAL(1:30) TO WS-PIX-D-NOME.
           MOVE FB-PIX TO WS-PIX-D-CHAVE.
           MOVE CP-DATA-VENC TO WS-PIX-D-VENC.
           MOVE WS-VALOR-ITEM TO WS-PIX-D-VALOR.
      *> TIPO DE INSCRICAO DO RECEBEDOR: 1 = CPF, 2 = CNPJ
           IF F-TIPO-PESSOA = 'F'
               MOVE '1' TO WS-PIX-D-TIPO-INSCR
           ELSE
               MOVE '2' TO WS-PIX-D-TIPO-INSCR
           END-IF.

           MOVE WS-PIX-DETALHE TO PIX-REG.
           WRITE PIX-REG.
                   MOVE CP-CNPJ-FORN TO RI-CNPJ-FORN
                   MOVE WS-SITUACAO-ANTERIOR TO RI-SITUACAO-ANT
                   WRITE REMESITEM-REG
                   MOVE 'R' TO WS-LIM-OPERACAO
                   CALL 'VERIFLIM' USING WS-LIM-PARM
           END-REWRITE.

           ADD 1 TO WS-QTD-REGISTROS.
           ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL.

      *> O TITULO CONTA NO LIMITE DIARIO DA CONTA PAGADORA E DO OPERADOR
      *> NA DATA EM QUE O ARQUIVO E GERADO
       345-VERIFICAR-LIMITE-DIARIO.
           MOVE 'V' TO WS-LIM-OPERACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIM-DATA.
           MOVE WS-CONTA-PAGADORA TO WS-LIM-CONTA.
           IF WS-AGENDA-DATA NOT = ZERO AND AG-CONTA-EMPRESA NOT = SPACES
               MOVE AG-CONTA-EMPRESA TO WS-LIM-CONTA
           END-IF.
           MOVE WS-USUARIO-REMESSA TO WS-LIM-USUARIO.
           MOVE CP-NUM-DOC TO WS-LIM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-LIM-CNPJ.
           MOVE WS-VALOR-ITEM TO WS-LIM-VALOR.
           CALL 'VERIFLIM' USING WS-LIM-PARM.

       340-VERIFICAR-CESSAO.
           MOVE 'N' TO WS-CESSAO-ATIVA.
           IF WS-CESSAO-ABERTA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO CS-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CS-SITUACAO = 'A'
               MOVE 'S' TO WS-CESSAO-ATIVA
           END-IF.

       400-GRAVAR-TRAILER.
           MOVE WS-QTD-REGISTROS TO WS-PIX-T-QTD.
           MOVE WS-VALOR-TOTAL TO WS-PIX-T-VALOR.
           WRITE REMESLOG-REG.
           CLOSE REMESLOG-FILE.

      *> SELA O ARQUIVO RECEM-GERADO; O SELO FICA AO LADO DA ENTRADA
      *> DA REMESSA NO LOG E E CONFERIDO PELA OPCAO DE VERIFICACAO
      *> ANTES DE O ARQUIVO SER LEVADO AO PORTAL DO BANCO
       560-SELAR-ARQUIVO.
           MOVE 'G' TO WS-SL-FUNCAO.
           MOVE 'PIXREM' TO WS-SL-ARQUIVO.
           MOVE WS-NUM-REMESSA TO WS-SL-NUM-REMESSA.
           CALL 'SELOREM' USING WS-SELO-PARM.
           IF WS-SL-RESULTADO = 'O'
               DISPLAY "Selo do arquivo: " WS-SL-HASH " (" WS-SL-QTD
                       " registros, valores " WS-SL-SOMA-VALOR ")"
           ELSE
               DISPLAY "AVISO: o arquivo nao foi selado; ele sera "
                       "recusado na verificacao antes do envio."
           END-IF.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO QUE ANTES SO APARECIA NA TELA DE QUEM ESTAVA NO
      *> TERMINAL, COM O USUARIO DA SESSAO GRAVADO PELO MENU
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
