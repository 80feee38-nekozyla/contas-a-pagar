               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-HISTPAGTO.

           SELECT BKPLOG-FILE *> Manifesto e verificacao de cada geracao
               ASSIGN TO 'BKPLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-DATA
               FILE STATUS IS WS-STATUS-BKPLOG.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  HISTPAGTO-FILE.
       01  HIST-REG.

       FD  CONTAPAGAR-BKP-FILE.
       01  CONTAPAGAR-BKP-REG      PIC X(287).
       01  CONTAPAGAR-BKP-CAMPOS.
           05 FILLER               PIC X(71).
           05 BC-SALDO             PIC 9(10)V99.
           05 FILLER               PIC X(204).

       FD  FORNECEDORES-BKP-FILE.
       01  FORNECEDORES-BKP-REG    PIC X(195).
       01  FORNECEDORES-BKP-CAMPOS.
           05 FILLER               PIC X(182).
           05 BF-LIMITE-COMPROMET  PIC 9(10)V99.
           05 FILLER               PIC X(01).

       FD  HISTPAGTO-BKP-FILE.
       01  HISTPAGTO-BKP-REG       PIC X(128).
       01  HISTPAGTO-BKP-CAMPOS.
           05 FILLER               PIC X(48).
           05 BH-VALOR-PAGO        PIC S9(10)V99.
           05 FILLER               PIC X(68).

      *> UM REGISTRO POR GERACAO (DATA DO BACKUP): O MANIFESTO DE CADA
      *> ARQUIVO (1 CONTAPAGAR, 2 FORNECEDOR, 3 HISTPAGTO) COM A
      *> QUANTIDADE, O TOTAL DE CONTROLE E O CHECKSUM DO ORIGINAL, E O
      *> RESULTADO DA RELEITURA DA COPIA. BK-SITUACAO: V VERIFICADA,
      *> F FALHOU (COPIA INUTILIZAVEL), N NAO VERIFICADA
       FD  BKPLOG-FILE.
       01  BKPLOG-REG.
           05 BK-DATA              PIC 9(08).
           05 BK-DATA-HORA         PIC 9(14).
           05 BK-SITUACAO          PIC X(01).
           05 BK-ARQ OCCURS 3 TIMES.
              10 BK-QTD            PIC 9(07).
              10 BK-TOTAL          PIC S9(13)V99.
              10 BK-CHECKSUM       PIC 9(09).
              10 BK-RESULTADO      PIC X(01).
           05 BK-DATA-HORA-VERIF   PIC 9(14).
           05 BK-MOTIVO            PIC X(40).

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           88 STATUS-OK-BKP-FORN          VALUE '00'.
       01 WS-STATUS-BKP-HISTPAGTO     PIC X(2).
           88 STATUS-OK-BKP-HIST          VALUE '00'.
       01 WS-STATUS-BKPLOG            PIC X(2).
           88 STATUS-OK-BK                VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BK   VALUE '35'.

       01 WS-DATA-HOJE                PIC 9(08).
       01 WS-NOME-BKP-CONTAPAGAR      PIC X(30).
       01 WS-QTD-TOTAL-COPIADOS       PIC 9(06) VALUE ZERO.
       01 WS-PAUSA                    PIC X(01).

      *> MANIFESTO APURADO NA COPIA (MF) E NA RELEITURA (VF), POR
      *> ARQUIVO; RESULTADO O CONFERE, F FALHOU, A SEM ORIGINAL
       01 WS-ARQ                      PIC 9(01).
       01 WS-MANIFESTO.
           05 WS-MF-ITEM OCCURS 3 TIMES.
              10 WS-MF-QTD            PIC 9(07).
              10 WS-MF-TOTAL          PIC S9(13)V99.
              10 WS-MF-CHECKSUM       PIC 9(09).
              10 WS-MF-RESULTADO      PIC X(01).
       01 WS-VF-QTD                   PIC 9(07).
       01 WS-VF-TOTAL                 PIC S9(13)V99.
       01 WS-VF-CHECKSUM              PIC 9(09).
       01 WS-SITUACAO-SET             PIC X(01).
       01 WS-MOTIVO                   PIC X(40).
       01 WS-NOME-ARQ-VF              PIC X(10).
       01 WS-DATA-HORA-BKP.
           05 WS-DHB-DATA             PIC 9(08).
           05 WS-DHB-HORA             PIC 9(06).
           05 FILLER                  PIC X(07).

      *> CHECKSUM POSICIONAL: CADA BYTE PESA PELA POSICAO NO REGISTRO
      *> E CADA REGISTRO PELA ORDEM NO ARQUIVO, ENTAO TROCA DE BYTES,
      *> REGISTRO TRUNCADO OU FORA DE ORDEM MUDAM O RESULTADO
       01 WS-CK-BUFFER                PIC X(287).
       01 WS-CK-TAM                   PIC 9(03).
       01 WS-CK-POS                   PIC 9(03).
       01 WS-CK-REG                   PIC S9(18) COMP.
       01 WS-CK-ACUM                  PIC S9(18) COMP.
       01 WS-CK-PRIMO                 PIC 9(09) VALUE 999999937.

      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT): EM
      *> MODO BATCH AS PERGUNTAS E PAUSAS DE TELA SAO SUPRIMIDAS E O
      *> RESULTADO DO PASSO VOLTA PELO CONTADOR E PELO RETORNO
           STRING 'HISTPAGTO.BKP' WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-NOME-BKP-HISTPAGTO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-BKP.
           INITIALIZE WS-MANIFESTO.

           PERFORM 200-COPIAR-CONTAPAGAR.
           PERFORM 300-COPIAR-FORNECEDORES.
           PERFORM 400-COPIAR-HISTPAGTO.
           DISPLAY "  " WS-NOME-BKP-CONTAPAGAR.
           DISPLAY "  " WS-NOME-BKP-FORNECEDORES.
           DISPLAY "  " WS-NOME-BKP-HISTPAGTO.

           PERFORM 500-VERIFICAR-GERACAO.
           PERFORM 600-GRAVAR-BKPLOG.
           MOVE WS-QTD-TOTAL-COPIADOS TO WS-CONTADOR-BATCH.
           IF WS-MODO-BATCH NOT = 'S'
               DISPLAY "Pressione <ENTER> para continuar..."
           GOBACK.

       200-COPIAR-CONTAPAGAR.
           MOVE 1 TO WS-ARQ.
           OPEN INPUT CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               DISPLAY "AVISO: CONTAPAGAR.DAT nao existe, nada a copiar."
               MOVE 'A' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTAPAGAR-BKP-FILE.
               MOVE WS-STATUS-BKP-CONTAPAGAR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
                   MOVE CONTA-REG TO CONTAPAGAR-BKP-REG
                   WRITE CONTAPAGAR-BKP-REG
                   ADD 1 TO WS-QTD-COPIADOS
                   ADD 1 TO WS-MF-QTD(WS-ARQ)
                   ADD CP-SALDO TO WS-MF-TOTAL(WS-ARQ)
                   MOVE CONTA-REG TO WS-CK-BUFFER
                   MOVE 287 TO WS-CK-TAM
                   MOVE WS-MF-CHECKSUM(WS-ARQ) TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-MF-CHECKSUM(WS-ARQ)
           END-READ.

       300-COPIAR-FORNECEDORES.
           MOVE 2 TO WS-ARQ.
           OPEN INPUT FORNECEDORES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FORN
               DISPLAY "AVISO: FORNECEDOR.DAT nao existe, nada a copiar."
               MOVE 'A' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FORNECEDORES-BKP-FILE.
               DISPLAY "ERRO ao abrir arquivo de backup de fornecedores. "
                       "Status: " WS-STATUS-BKP-FORNECEDORES
               MOVE '1' TO WS-RETORNO-BATCH
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               CLOSE FORNECEDORES-FILE
               EXIT PARAGRAPH
           END-IF.
                   MOVE FORNECEDOR-REG TO FORNECEDORES-BKP-REG
                   WRITE FORNECEDORES-BKP-REG
                   ADD 1 TO WS-QTD-COPIADOS
                   ADD 1 TO WS-MF-QTD(WS-ARQ)
                   ADD F-LIMITE-COMPROMET TO WS-MF-TOTAL(WS-ARQ)
                   MOVE FORNECEDOR-REG TO WS-CK-BUFFER
                   MOVE 195 TO WS-CK-TAM
                   MOVE WS-MF-CHECKSUM(WS-ARQ) TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-MF-CHECKSUM(WS-ARQ)
           END-READ.

       400-COPIAR-HISTPAGTO.
           MOVE 3 TO WS-ARQ.
           OPEN INPUT HISTPAGTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-HIST
               DISPLAY "AVISO: HISTPAGTO.DAT nao existe, nada a copiar."
               MOVE 'A' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HISTPAGTO-BKP-FILE.
               DISPLAY "ERRO ao abrir arquivo de backup de historico. "
                       "Status: " WS-STATUS-BKP-HISTPAGTO
               MOVE '1' TO WS-RETORNO-BATCH
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               CLOSE HISTPAGTO-FILE
               EXIT PARAGRAPH
           END-IF.
                   MOVE HIST-REG TO HISTPAGTO-BKP-REG
                   WRITE HISTPAGTO-BKP-REG
                   ADD 1 TO WS-QTD-COPIADOS
                   ADD 1 TO WS-MF-QTD(WS-ARQ)
                   ADD H-VALOR-PAGO TO WS-MF-TOTAL(WS-ARQ)
                   MOVE HIST-REG TO WS-CK-BUFFER
                   MOVE 128 TO WS-CK-TAM
                   MOVE WS-MF-CHECKSUM(WS-ARQ) TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-MF-CHECKSUM(WS-ARQ)
           END-READ.

      *> RELE CADA COPIA GRAVADA NESTA GERACAO E REFAZ QUANTIDADE, TOTAL
      *> DE CONTROLE E CHECKSUM; QUALQUER DIFERENCA PARA O MANIFESTO DO
      *> ORIGINAL MARCA A GERACAO COMO FALHA E FALHA O PASSO DA CADEIA
       500-VERIFICAR-GERACAO.
           MOVE 'V' TO WS-SITUACAO-SET.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY "Verificando as copias gravadas...".

           MOVE 1 TO WS-ARQ.
           MOVE 'CONTAPAGAR' TO WS-NOME-ARQ-VF.
           IF WS-MF-RESULTADO(WS-ARQ) = SPACE
               PERFORM 510-RELER-CONTAPAGAR
               PERFORM 590-CONFERIR-ARQUIVO
           END-IF.
           MOVE 2 TO WS-ARQ.
           MOVE 'FORNECEDOR' TO WS-NOME-ARQ-VF.
           IF WS-MF-RESULTADO(WS-ARQ) = SPACE
               PERFORM 520-RELER-FORNECEDORES
               PERFORM 590-CONFERIR-ARQUIVO
           END-IF.
           MOVE 3 TO WS-ARQ.
           MOVE 'HISTPAGTO' TO WS-NOME-ARQ-VF.
           IF WS-MF-RESULTADO(WS-ARQ) = SPACE
               PERFORM 530-RELER-HISTPAGTO
               PERFORM 590-CONFERIR-ARQUIVO
           END-IF.

           PERFORM 595-APURAR-FALHA-DE-COPIA
               VARYING WS-ARQ FROM 1 BY 1 UNTIL WS-ARQ > 3.
           IF WS-MF-RESULTADO(1) = 'A' AND WS-MF-RESULTADO(2) = 'A'
                   AND WS-MF-RESULTADO(3) = 'A'
               MOVE 'N' TO WS-SITUACAO-SET
               MOVE "NENHUM ARQUIVO ORIGINAL PARA COPIAR" TO WS-MOTIVO
           END-IF.

           EVALUATE WS-SITUACAO-SET
               WHEN 'V'
                   DISPLAY "Geracao " WS-DATA-HOJE " verificada: copias "
                           "conferem com o manifesto."
               WHEN 'N'
                   DISPLAY "Geracao " WS-DATA-HOJE " vazia; nada a verificar."
               WHEN OTHER
                   DISPLAY "*** GERACAO " WS-DATA-HOJE " COM FALHA: "
                           WS-MOTIVO
                   DISPLAY "*** Esta geracao NAO deve ser usada para "
                           "restauracao."
                   MOVE '1' TO WS-RETORNO-BATCH
           END-EVALUATE.

       510-RELER-CONTAPAGAR.
           MOVE ZERO TO WS-VF-QTD WS-VF-TOTAL WS-VF-CHECKSUM.
           OPEN INPUT CONTAPAGAR-BKP-FILE.
           IF NOT STATUS-OK-BKP-CP
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 515-RELER-LINHA-CONTAPAGAR
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CONTAPAGAR-BKP-FILE.

       515-RELER-LINHA-CONTAPAGAR.
           READ CONTAPAGAR-BKP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-VF-QTD
                   ADD BC-SALDO TO WS-VF-TOTAL
                   MOVE CONTAPAGAR-BKP-REG TO WS-CK-BUFFER
                   MOVE 287 TO WS-CK-TAM
                   MOVE WS-VF-CHECKSUM TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-VF-CHECKSUM
           END-READ.

       520-RELER-FORNECEDORES.
           MOVE ZERO TO WS-VF-QTD WS-VF-TOTAL WS-VF-CHECKSUM.
           OPEN INPUT FORNECEDORES-BKP-FILE.
           IF NOT STATUS-OK-BKP-FORN
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 525-RELER-LINHA-FORNECEDORES
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNECEDORES-BKP-FILE.

       525-RELER-LINHA-FORNECEDORES.
           READ FORNECEDORES-BKP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-VF-QTD
                   ADD BF-LIMITE-COMPROMET TO WS-VF-TOTAL
                   MOVE FORNECEDORES-BKP-REG TO WS-CK-BUFFER
                   MOVE 195 TO WS-CK-TAM
                   MOVE WS-VF-CHECKSUM TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-VF-CHECKSUM
           END-READ.

       530-RELER-HISTPAGTO.
           MOVE ZERO TO WS-VF-QTD WS-VF-TOTAL WS-VF-CHECKSUM.
           OPEN INPUT HISTPAGTO-BKP-FILE.
           IF NOT STATUS-OK-BKP-HIST
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 535-RELER-LINHA-HISTPAGTO
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE HISTPAGTO-BKP-FILE.

       535-RELER-LINHA-HISTPAGTO.
           READ HISTPAGTO-BKP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-VF-QTD
                   ADD BH-VALOR-PAGO TO WS-VF-TOTAL
                   MOVE HISTPAGTO-BKP-REG TO WS-CK-BUFFER
                   MOVE 128 TO WS-CK-TAM
                   MOVE WS-VF-CHECKSUM TO WS-CK-ACUM
                   PERFORM 700-SOMAR-CHECKSUM
                   MOVE WS-CK-ACUM TO WS-VF-CHECKSUM
           END-READ.

       590-CONFERIR-ARQUIVO.
           IF WS-MF-RESULTADO(WS-ARQ) = 'F'
               DISPLAY "  " WS-NOME-ARQ-VF ": copia ilegivel."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VF-QTD = WS-MF-QTD(WS-ARQ)
                   AND WS-VF-TOTAL = WS-MF-TOTAL(WS-ARQ)
                   AND WS-VF-CHECKSUM = WS-MF-CHECKSUM(WS-ARQ)
               MOVE 'O' TO WS-MF-RESULTADO(WS-ARQ)
               DISPLAY "  " WS-NOME-ARQ-VF ": " WS-VF-QTD
                       " registros, copia confere."
           ELSE
               MOVE 'F' TO WS-MF-RESULTADO(WS-ARQ)
               DISPLAY "  " WS-NOME-ARQ-VF ": copia DIVERGE do original "
                       "(qtd " WS-VF-QTD " x " WS-MF-QTD(WS-ARQ) ")."
           END-IF.

       595-APURAR-FALHA-DE-COPIA.
           IF WS-MF-RESULTADO(WS-ARQ) = 'F'
               MOVE 'F' TO WS-SITUACAO-SET
               IF WS-MOTIVO = SPACES
                   EVALUATE WS-ARQ
                       WHEN 1
                           MOVE "COPIA DE CONTAPAGAR NAO CONFERE"
                               TO WS-MOTIVO
                       WHEN 2
                           MOVE "COPIA DE FORNECEDOR NAO CONFERE"
                               TO WS-MOTIVO
                       WHEN 3
                           MOVE "COPIA DE HISTPAGTO NAO CONFERE"
                               TO WS-MOTIVO
                   END-EVALUATE
               END-IF
           END-IF.

      *> O REGISTRO DA GERACAO E GRAVADO (OU REGRAVADO, NO SEGUNDO
      *> BACKUP DO MESMO DIA, QUE SOBRESCREVE AS COPIAS) NO BKPLOG
       600-GRAVAR-BKPLOG.
           OPEN I-O BKPLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BK
               OPEN OUTPUT BKPLOG-FILE
               CLOSE BKPLOG-FILE
               OPEN I-O BKPLOG-FILE
           END-IF.
           IF NOT STATUS-OK-BK
               DISPLAY "ERRO ao abrir BKPLOG.DAT. Status: "
                       WS-STATUS-BKPLOG
               MOVE 'BKPLOG' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-BKPLOG TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               MOVE '1' TO WS-RETORNO-BATCH
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE BKPLOG-REG.
           MOVE WS-DATA-HOJE TO BK-DATA.
           MOVE WS-DHB-DATA TO BK-DATA-HORA(1:8).
           MOVE WS-DHB-HORA TO BK-DATA-HORA(9:6).
           MOVE WS-SITUACAO-SET TO BK-SITUACAO.
           PERFORM 610-MOVER-MANIFESTO
               VARYING WS-ARQ FROM 1 BY 1 UNTIL WS-ARQ > 3.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ERRO.
           MOVE WS-DHE-DATA TO BK-DATA-HORA-VERIF(1:8).
           MOVE WS-DHE-HORA TO BK-DATA-HORA-VERIF(9:6).
           MOVE WS-MOTIVO TO BK-MOTIVO.
           WRITE BKPLOG-REG
               INVALID KEY
                   REWRITE BKPLOG-REG
           END-WRITE.
           CLOSE BKPLOG-FILE.

       610-MOVER-MANIFESTO.
           MOVE WS-MF-QTD(WS-ARQ) TO BK-QTD(WS-ARQ).
           MOVE WS-MF-TOTAL(WS-ARQ) TO BK-TOTAL(WS-ARQ).
           MOVE WS-MF-CHECKSUM(WS-ARQ) TO BK-CHECKSUM(WS-ARQ).
           MOVE WS-MF-RESULTADO(WS-ARQ) TO BK-RESULTADO(WS-ARQ).

       700-SOMAR-CHECKSUM.
           MOVE ZERO TO WS-CK-REG.
           PERFORM 710-SOMAR-BYTE
               VARYING WS-CK-POS FROM 1 BY 1 UNTIL WS-CK-POS > WS-CK-TAM.
           COMPUTE WS-CK-ACUM =
               FUNCTION MOD(WS-CK-ACUM * 31 + WS-CK-REG, WS-CK-PRIMO).

       710-SOMAR-BYTE.
           COMPUTE WS-CK-REG = WS-CK-REG
               + FUNCTION ORD(WS-CK-BUFFER(WS-CK-POS:1)) * WS-CK-POS.

      *> REGISTRA NO LOG CENTRAL DE ERROS (ERRLOG.DAT) A FALHA DE
      *> ARQUIVO QUE ANTES SO APARECIA NA TELA DE QUEM ESTAVA NO
      *> TERMINAL, COM O USUARIO DA SESSAO GRAVADO PELO MENU
