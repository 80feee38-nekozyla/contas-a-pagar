               RECORD KEY IS NK-CHAVE
               FILE STATUS IS WS-STATUS-NFECHAVE.

           SELECT MANIFEST-FILE *> Manifestacao do destinatario por chave de NF-e
               ASSIGN TO 'MANIFEST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-CHAVE
               FILE STATUS IS WS-STATUS-MANIFEST.

           SELECT FECHCOMP-FILE *> Competencias contabeis fechadas
               ASSIGN TO 'FECHCOMP.DAT'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXDOC.

           SELECT PROTOCOLO-FILE *> Protocolo de chegada das faturas no contas a pagar
               ASSIGN TO 'PROTOCOLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS WS-STATUS-PROTOCOLO.

           SELECT PROXPROT-FILE *> Contador do proximo numero de protocolo
               ASSIGN TO 'PROXPROT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROXPROT.

       DATA DIVISION.
       FILE SECTION.
       FD  NFEIMP-FILE.
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 NK-NUM-DOC       PIC 9(10).
           05 NK-DATA-IMPORT   PIC 9(08).

      *> UMA LINHA POR CHAVE DE NF-E EMITIDA CONTRA A EMPRESA, COM OU
      *> SEM CONTA LANCADA: EVENTO PROPOSTO (210210 CIENCIA, 210200
      *> CONFIRMACAO, 210220 DESCONHECIMENTO, 210240 OPERACAO NAO
      *> REALIZADA), ORIGEM DA PROPOSTA ('A' AUTOMATICA, 'M' MANUAL) E
      *> O QUE JA FOI PARA O ARQUIVO DE TRANSMISSAO. SITUACAO 'P'
      *> PENDENTE, 'C' CONCLUIDA (EVENTO CONCLUSIVO ENVIADO)
       FD  MANIFEST-FILE.
       01  MANIFEST-REG.
           05 MF-CHAVE            PIC X(44).
           05 MF-CNPJ-EMIT        PIC 9(14).
           05 MF-DATA-EMISSAO     PIC 9(08).
           05 MF-VALOR            PIC 9(10)V99.
           05 MF-NUM-DOC          PIC 9(10).
           05 MF-DATA-REGISTRO    PIC 9(08).
           05 MF-EVENTO-PROPOSTO  PIC 9(06).
           05 MF-DATA-PROPOSTA    PIC 9(08).
           05 MF-ORIGEM-PROPOSTA  PIC X(01).
           05 MF-CIENCIA-ENVIADA  PIC X(01).
           05 MF-EVENTO-ENVIADO   PIC 9(06).
           05 MF-DATA-ENVIO       PIC 9(08).
           05 MF-SITUACAO         PIC X(01).
           05 MF-JUSTIFICATIVA    PIC X(60).

       FD  FECHCOMP-FILE.
       01  FECHCOMP-REG.
           05 FC-ANO-MES       PIC 9(06).
       01  PROXDOC-REG.
           05 PD-PROX-NUM-DOC  PIC 9(10).

      *> A NF-E IMPORTADA CHEGA AO CONTAS A PAGAR NO DIA DA IMPORTACAO:
      *> O PROTOCOLO (CANAL 'N') NASCE JA LANCADO NA CONTA CRIADA
       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           05 PT-NUMERO            PIC 9(08).
           05 PT-CNPJ-FORN         PIC 9(14).
           05 PT-NUM-NOTA          PIC X(12).
           05 PT-VALOR             PIC 9(10)V99.
           05 PT-DATA-CHEGADA      PIC 9(08).
           05 PT-HORA-CHEGADA      PIC 9(06).
           05 PT-CANAL             PIC X(01).
           05 PT-RECEBIDO-POR      PIC X(10).
           05 PT-SOLICITANTE       PIC X(10).
           05 PT-SITUACAO          PIC X(01).
           05 PT-NUM-DOC           PIC 9(10).
           05 PT-DATA-LANC         PIC 9(08).
           05 PT-OBS               PIC X(40).

       FD  PROXPROT-FILE.
       01  PROXPROT-REG.
           05 PX-PROX-NUMERO       PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-NFEIMP        PIC X(2).
           88 STATUS-OK-NF           VALUE '00'.
       01 WS-STATUS-NFECHAVE      PIC X(2).
           88 STATUS-OK-NK           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-NK VALUE '35'.
       01 WS-STATUS-MANIFEST      PIC X(2).
           88 STATUS-OK-MF           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-MF VALUE '35'.
       01 WS-MANIFEST-ABERTO      PIC X(01) VALUE 'N'.
       01 WS-CHAVE-VALIDA         PIC X(01).
       01 WS-CONTA-GRAVADA        PIC X(01).
       01 WS-STATUS-FECHCOMP       PIC X(2).
          88 STATUS-OK-FC           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-FC VALUE '35'.
       01 WS-STATUS-PROXDOC       PIC X(2).
           88 STATUS-OK-PD           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PD VALUE '35'.
       01 WS-STATUS-PROTOCOLO     PIC X(2).
           88 STATUS-OK-PT           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PT VALUE '35'.
       01 WS-STATUS-PROXPROT      PIC X(2).
           88 STATUS-OK-PX           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PX VALUE '35'.
       01 WS-PROTOCOLO-ABERTO     PIC X(01) VALUE 'N'.
       01 WS-HORA-HOJE            PIC 9(06).

       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
               GOBACK
           END-IF.

      *> SEM O CONTROLE DE MANIFESTACAO A IMPORTACAO SEGUE; AS CHAVES
      *> DESTA CARGA SO FICAM DE FORA DA MANIFESTACAO
           OPEN I-O MANIFEST-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-MF
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN I-O MANIFEST-FILE
           END-IF.
           IF STATUS-OK-MF
               MOVE 'S' TO WS-MANIFEST-ABERTO
           ELSE
               DISPLAY "AVISO: controle de manifestacao indisponivel. "
                       "Status: " WS-STATUS-MANIFEST
           END-IF.

      *> SEM O ARQUIVO DE PROTOCOLOS A IMPORTACAO TAMBEM SEGUE; AS
      *> CONTAS DESTA CARGA SO FICAM SEM DATA DE CHEGADA NO RELPROT
           OPEN I-O PROTOCOLO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PT
               OPEN OUTPUT PROTOCOLO-FILE
               CLOSE PROTOCOLO-FILE
               OPEN I-O PROTOCOLO-FILE
           END-IF.
           IF STATUS-OK-PT
               MOVE 'S' TO WS-PROTOCOLO-ABERTO
           ELSE
               DISPLAY "AVISO: protocolo de chegada indisponivel. "
                       "Status: " WS-STATUS-PROTOCOLO
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE.
           PERFORM 200-PROCESSAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.

           CLOSE NFEIMP-FILE.
           CLOSE FORNECEDORES-FILE.
           CLOSE CONTAPAGAR-FILE.
           CLOSE NFECHAVE-FILE.
           IF WS-MANIFEST-ABERTO = 'S'
               CLOSE MANIFEST-FILE
           END-IF.
           IF WS-PROTOCOLO-ABERTO = 'S'
               CLOSE PROTOCOLO-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "NF-e importadas : " WS-QTD-IMPORTADAS.

       300-VALIDAR-E-IMPORTAR.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE 'N' TO WS-CHAVE-VALIDA.
           MOVE 'N' TO WS-CONTA-GRAVADA.
           MOVE NF-CHAVE TO WS-CHAVE.

           IF WS-CHAVE NOT NUMERIC
               IF WS-MOD11-DV NOT = WS-CH-DIG(44)
                   MOVE "digito verificador da chave nao confere"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE 'S' TO WS-CHAVE-VALIDA
               END-IF
           END-IF.

               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "REJEITADA chave " NF-CHAVE(1:20) "...: "
                       WS-MOTIVO-REJEICAO
               IF WS-CHAVE-VALIDA = 'S'
                   PERFORM 700-REGISTRAR-MANIFESTACAO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 500-GRAVAR-CONTA-NFE.
           PERFORM 700-REGISTRAR-MANIFESTACAO.

       400-CALCULAR-DV-CHAVE.
           MOVE ZERO TO WS-MOD11-SOMA.
                   DISPLAY "AVISO: falha ao marcar a chave no indice."
           END-WRITE.

           MOVE 'S' TO WS-CONTA-GRAVADA.
           ADD 1 TO WS-QTD-IMPORTADAS.
           DISPLAY "Importada: doc " CP-NUM-DOC " fornecedor "
                   F-RAZAO-SOCIAL(1:25) " valor " CP-VALOR.
           IF WS-PROTOCOLO-ABERTO = 'S'
               PERFORM 520-PROTOCOLAR-NFE
           END-IF.

      *> O NUMERO DA NOTA SAI DA CHAVE DE ACESSO (POSICOES 26 A 34)
       520-PROTOCOLAR-NFE.
           PERFORM 650-OBTER-PROXIMO-PROTOCOLO.
           IF PT-NUMERO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO PT-CNPJ-FORN.
           MOVE SPACES TO PT-NUM-NOTA.
           MOVE WS-CHAVE(26:9) TO PT-NUM-NOTA.
           MOVE CP-VALOR TO PT-VALOR.
           MOVE WS-DATA-HOJE TO PT-DATA-CHEGADA.
           MOVE WS-HORA-HOJE TO PT-HORA-CHEGADA.
           MOVE 'N' TO PT-CANAL.
           MOVE 'IMPNFE' TO PT-RECEBIDO-POR.
           MOVE SPACES TO PT-SOLICITANTE.
           MOVE 'L' TO PT-SITUACAO.
           MOVE CP-NUM-DOC TO PT-NUM-DOC.
           MOVE WS-DATA-HOJE TO PT-DATA-LANC.
           MOVE SPACES TO PT-OBS.
           WRITE PROTOCOLO-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao protocolar a NF-e do doc "
                           CP-NUM-DOC "."
           END-WRITE.

      *> TODA CHAVE VALIDA EMITIDA CONTRA A EMPRESA ENTRA NO CONTROLE
      *> DE MANIFESTACAO COM A CIENCIA DA OPERACAO PROPOSTA, INCLUSIVE
      *> AS REJEITADAS (EMITENTE DESCONHECIDO E JUSTAMENTE O CASO DE
      *> NOTA FRIA); QUEM DECIDE O EVENTO CONCLUSIVO E O MANIFNFE.
      *> CHAVE JA CONTROLADA SO GANHA O DOCUMENTO, SE AGORA VIROU CONTA
       700-REGISTRAR-MANIFESTACAO.
           IF WS-MANIFEST-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE TO MF-CHAVE.
           READ MANIFEST-FILE
               INVALID KEY
                   PERFORM 750-INCLUIR-MANIFESTACAO
               NOT INVALID KEY
                   IF WS-CONTA-GRAVADA = 'S' AND MF-NUM-DOC = ZERO
                       MOVE CP-NUM-DOC TO MF-NUM-DOC
                       REWRITE MANIFEST-REG
                           INVALID KEY
                               DISPLAY "AVISO: falha ao atualizar a "
                                       "manifestacao da chave."
                       END-REWRITE
                   END-IF
           END-READ.

       750-INCLUIR-MANIFESTACAO.
           MOVE WS-CHAVE TO MF-CHAVE.
           MOVE WS-CHAVE(7:14) TO MF-CNPJ-EMIT.
           MOVE NF-DATA-EMISSAO TO MF-DATA-EMISSAO.
           MOVE NF-VALOR TO MF-VALOR.
           IF WS-CONTA-GRAVADA = 'S'
               MOVE CP-NUM-DOC TO MF-NUM-DOC
           ELSE
               MOVE ZERO TO MF-NUM-DOC
           END-IF.
           MOVE WS-DATA-HOJE TO MF-DATA-REGISTRO.
           MOVE 210210 TO MF-EVENTO-PROPOSTO.
           MOVE WS-DATA-HOJE TO MF-DATA-PROPOSTA.
           MOVE 'A' TO MF-ORIGEM-PROPOSTA.
           MOVE 'N' TO MF-CIENCIA-ENVIADA.
           MOVE ZERO TO MF-EVENTO-ENVIADO.
           MOVE ZERO TO MF-DATA-ENVIO.
           MOVE 'P' TO MF-SITUACAO.
           MOVE SPACES TO MF-JUSTIFICATIVA.
           WRITE MANIFEST-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao registrar a chave na "
                           "manifestacao."
           END-WRITE.

      *> LE O CONTADOR DE PROXDOC.DAT, DEVOLVE O NUMERO EM CP-NUM-DOC
      *> E JA DEIXA GRAVADO O PROXIMO -- MESMA LOGICA DE
           REWRITE PROXDOC-REG.
           CLOSE PROXDOC-FILE.

      *> LE E AVANCA O CONTADOR DE PROXPROT.DAT -- MESMA LOGICA DE
      *> 350-OBTER-PROXIMO-NUMERO EM PROTNF; ZERO SE O CONTADOR FALHAR
       650-OBTER-PROXIMO-PROTOCOLO.
           MOVE ZERO TO PT-NUMERO.
           OPEN I-O PROXPROT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PX
               OPEN OUTPUT PROXPROT-FILE
               MOVE 1 TO PX-PROX-NUMERO
               WRITE PROXPROT-REG
               CLOSE PROXPROT-FILE
               OPEN I-O PROXPROT-FILE
           END-IF.
           IF NOT STATUS-OK-PX
               DISPLAY "AVISO: contador de protocolos indisponivel. "
                       "Status: " WS-STATUS-PROXPROT
               CLOSE PROXPROT-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PROXPROT-FILE
               AT END
                   MOVE 1 TO PX-PROX-NUMERO
           END-READ.
           MOVE PX-PROX-NUMERO TO PT-NUMERO.
           ADD 1 TO PX-PROX-NUMERO.
           REWRITE PROXPROT-REG.
           CLOSE PROXPROT-FILE.

      *> CONSULTA O CONTROLE DE COMPETENCIAS: A DATA EM
      *> WS-DATA-COMPETENCIA CAI EM MES FECHADO PELO SUPERVISOR?
      *> SEM ARQUIVO DE CONTROLE, NADA ESTA FECHADO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
