               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIAGER.

           SELECT ISSMUN-FILE *> ISS retido por municipio de recolhimento
               ASSIGN TO 'ISSMUN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISSMUN.

           SELECT ISSGER-FILE *> Guias de ISS ja geradas por municipio
               ASSIGN TO 'ISSGER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISSGER.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
           05 GG-NUM-DOC       PIC 9(10).
           05 GG-VALOR         PIC 9(10)V99.

       FD  ISSMUN-FILE.
       01  ISSMUN-REG.
           05 IM-NUM-DOC          PIC 9(10).
           05 IM-CNPJ-FORN        PIC 9(14).
           05 IM-DATA-PGTO        PIC 9(08).
           05 IM-COD-IBGE         PIC 9(07).
           05 IM-MUNICIPIO        PIC X(30).
           05 IM-UF               PIC X(02).
           05 IM-ITEM-SERVICO     PIC X(05).
           05 IM-VALOR-BASE       PIC 9(10)V99.
           05 IM-VALOR-RETIDO     PIC S9(10)V99.

      *> MESMO CONTROLE DE GUIAGER.DAT, UMA LINHA POR MUNICIPIO
       FD  ISSGER-FILE.
       01  ISSGER-REG.
           05 IG-COMPETENCIA   PIC 9(06).
           05 IG-COD-IBGE      PIC 9(07).
           05 IG-DATA-GERACAO  PIC 9(08).
           05 IG-NUM-DOC       PIC 9(10).
           05 IG-VALOR         PIC 9(10)V99.

       FD  FERIADOS-FILE.
       01  FERIADO-REG.
           05 FE-DATA          PIC 9(08).
       01 WS-STATUS-GUIAGER        PIC X(2).
          88 STATUS-OK-GG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-GG VALUE '35'.
       01 WS-STATUS-ISSMUN         PIC X(2).
          88 STATUS-OK-IM           VALUE '00'.
       01 WS-STATUS-ISSGER         PIC X(2).
          88 STATUS-OK-IG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-IG VALUE '35'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
       01 WS-CONFIRMA              PIC X(01).

      *> TOTAIS CONSOLIDADOS POR TRIBUTO DA COMPETENCIA PEDIDA; A GUIA
      *> DO IRRF E O DARF, A DO INSS E A GPS, A DO ISS E A GUIA
      *> MUNICIPAL E A DA CSRF (PIS/COFINS/CSLL) E O DARF CODIGO 5952
      *> -- CADA UMA COM SEU DIA DE RECOLHIMENTO NO MES
      *> SEGUINTE, ANTECIPADO PARA O DIA UTIL ANTERIOR QUANDO CAI EM
      *> DIA SEM EXPEDIENTE BANCARIO. OS TRES ULTIMOS SAO DA REMESSA AO
      *> EXTERIOR (REMESINT): IRRF CODIGO 0473, CIDE CODIGO 8741 E O
      *> IOF, QUE O BANCO JA COBRA NO CAMBIO (DIA ZERO = SEM GUIA)
       01 WS-TRIB-TIPOS-INIT.
           05 FILLER PIC X(04) VALUE 'IRRF'.
           05 FILLER PIC X(04) VALUE 'INSS'.
           05 FILLER PIC X(04) VALUE 'ISS '.
           05 FILLER PIC X(04) VALUE 'CSRF'.
           05 FILLER PIC X(04) VALUE 'IREX'.
           05 FILLER PIC X(04) VALUE 'CIDE'.
           05 FILLER PIC X(04) VALUE 'IOF '.
       01 WS-TRIB-TIPOS-TAB REDEFINES WS-TRIB-TIPOS-INIT.
           05 WS-TRIB-TIPO        PIC X(04) OCCURS 7 TIMES.
       01 WS-TRIB-DIAS-INIT.
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC 9(02) VALUE 10.
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC 9(02) VALUE 00.
       01 WS-TRIB-DIAS-TAB REDEFINES WS-TRIB-DIAS-INIT.
           05 WS-TRIB-DIA-VENC    PIC 9(02) OCCURS 7 TIMES.
       01 WS-TRIB-NOMES-INIT.
           05 FILLER PIC X(12) VALUE 'DARF (IRRF) '.
           05 FILLER PIC X(12) VALUE 'GPS (INSS)  '.
           05 FILLER PIC X(12) VALUE 'GUIA ISS    '.
           05 FILLER PIC X(12) VALUE 'DARF (CSRF) '.
           05 FILLER PIC X(12) VALUE 'DARF IRRF EX'.
           05 FILLER PIC X(12) VALUE 'DARF (CIDE) '.
           05 FILLER PIC X(12) VALUE 'IOF CAMBIO  '.
       01 WS-TRIB-NOMES-TAB REDEFINES WS-TRIB-NOMES-INIT.
           05 WS-TRIB-NOME        PIC X(12) OCCURS 7 TIMES.
      *> CODIGO DE RECEITA IMPRESSO NA GUIA, QUANDO O TRIBUTO TEM UM
      *> CODIGO UNICO (A CSRF RETIDA DE PJ E SEMPRE 5952)
       01 WS-TRIB-CODIGOS-INIT.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(04) VALUE '5952'.
           05 FILLER PIC X(04) VALUE '0473'.
           05 FILLER PIC X(04) VALUE '8741'.
           05 FILLER PIC X(04) VALUE SPACES.
       01 WS-TRIB-CODIGOS-TAB REDEFINES WS-TRIB-CODIGOS-INIT.
           05 WS-TRIB-CODIGO      PIC X(04) OCCURS 7 TIMES.
       01 WS-TRIB-VALORES-TAB.
           05 WS-TRIB-VALOR       PIC S9(12)V99 OCCURS 7 TIMES.
       01 WS-TRIB-BASES-TAB.
           05 WS-TRIB-BASE        PIC S9(12)V99 OCCURS 7 TIMES.
       01 WS-TRIB-IDX             PIC 9(01).

      *> O ISS SAI EM UMA GUIA POR MUNICIPIO, PELO ISSMUN.DAT. O QUE
      *> RETENCAO.DAT TEM DE ISS SEM MUNICIPIO IDENTIFICADO (RETIDO
      *> ANTES DO ENDERECO ESTRUTURADO) FICA NA LINHA DE CODIGO ZERO
       01 WS-MUN-QTD              PIC 9(03) VALUE ZERO.
       01 WS-MUN-IDX              PIC 9(03).
       01 WS-MUN-ACHOU            PIC X(01).
       01 WS-MUN-SOMA             PIC S9(12)V99.
       01 WS-MUN-SOMA-BASE        PIC S9(12)V99.
       01 WS-MUN-TAB.
           05 WS-MUN-ITEM OCCURS 200 TIMES.
              10 WS-MUN-IBGE      PIC 9(07).
              10 WS-MUN-NOME      PIC X(30).
              10 WS-MUN-UF        PIC X(02).
              10 WS-MUN-BASE      PIC S9(12)V99.
              10 WS-MUN-VALOR     PIC S9(12)V99.

      *> GUIA EM EMISSAO: O TOTAL DO TRIBUTO OU, NO ISS, O DO MUNICIPIO
       01 WS-GUIA-VALOR           PIC S9(12)V99.
       01 WS-GUIA-BASE            PIC S9(12)V99.
       01 WS-GUIA-IBGE            PIC 9(07).
       01 WS-GUIA-MUNICIPIO       PIC X(30).
       01 WS-GUIA-UF              PIC X(02).

       01 WS-VENC-GUIA            PIC 9(08).
       01 WS-ANO-VENC             PIC 9(04).
       01 WS-MES-VENC             PIC 9(02).
           PERFORM 200-CONSOLIDAR-RETENCOES.

           IF WS-TRIB-VALOR(1) = ZERO AND WS-TRIB-VALOR(2) = ZERO
                   AND WS-TRIB-VALOR(3) = ZERO AND WS-TRIB-VALOR(4) = ZERO
                   AND WS-TRIB-VALOR(5) = ZERO AND WS-TRIB-VALOR(6) = ZERO
                   AND WS-TRIB-VALOR(7) = ZERO
               DISPLAY "Nenhuma retencao registrada na competencia "
                       WS-COMPETENCIA "."
               DISPLAY "Pressione <ENTER> para continuar..."
           END-IF.

           PERFORM 300-GERAR-GUIA-TRIBUTO
               VARYING WS-TRIB-IDX FROM 1 BY 1 UNTIL WS-TRIB-IDX > 7.

           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 250-LER-PROXIMA-RETENCAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RETENCAO-FILE.
           PERFORM 270-CONSOLIDAR-ISS-MUNICIPIO.

       250-LER-PROXIMA-RETENCAO.
           READ RETENCAO-FILE
                   IF RT-DATA-PGTO(1:6) = WS-COMPETENCIA
                       PERFORM 260-SOMAR-NO-TRIBUTO
                           VARYING WS-TRIB-IDX FROM 1 BY 1
                           UNTIL WS-TRIB-IDX > 7
                   END-IF
           END-READ.

               ADD RT-VALOR-BASE TO WS-TRIB-BASE(WS-TRIB-IDX)
           END-IF.

      *> SOMA O ISSMUN.DAT DA COMPETENCIA POR MUNICIPIO E POE NA
      *> LINHA DE CODIGO ZERO A DIFERENCA PARA O TOTAL DE ISS DE
      *> RETENCAO.DAT, PARA AS GUIAS FECHAREM COM O RELATORIO MENSAL
       270-CONSOLIDAR-ISS-MUNICIPIO.
           MOVE ZERO TO WS-MUN-QTD WS-MUN-SOMA WS-MUN-SOMA-BASE.
           OPEN INPUT ISSMUN-FILE.
           IF STATUS-OK-IM
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 275-LER-PROXIMO-ISS UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE ISSMUN-FILE.

           IF WS-MUN-SOMA NOT = WS-TRIB-VALOR(3)
               MOVE ZERO TO IM-COD-IBGE
               MOVE "MUNICIPIO NAO IDENTIFICADO" TO IM-MUNICIPIO
               MOVE SPACES TO IM-UF
               PERFORM 280-LOCALIZAR-MUNICIPIO
               IF WS-MUN-ACHOU = 'S'
                   ADD WS-TRIB-VALOR(3) TO WS-MUN-VALOR(WS-MUN-IDX)
                   SUBTRACT WS-MUN-SOMA FROM WS-MUN-VALOR(WS-MUN-IDX)
                   ADD WS-TRIB-BASE(3) TO WS-MUN-BASE(WS-MUN-IDX)
                   SUBTRACT WS-MUN-SOMA-BASE FROM WS-MUN-BASE(WS-MUN-IDX)
               END-IF
           END-IF.

       275-LER-PROXIMO-ISS.
           READ ISSMUN-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF IM-DATA-PGTO(1:6) = WS-COMPETENCIA
                       PERFORM 280-LOCALIZAR-MUNICIPIO
                       IF WS-MUN-ACHOU = 'S'
                           ADD IM-VALOR-RETIDO TO WS-MUN-VALOR(WS-MUN-IDX)
                           ADD IM-VALOR-RETIDO TO WS-MUN-SOMA
                           ADD IM-VALOR-BASE TO WS-MUN-BASE(WS-MUN-IDX)
                                                WS-MUN-SOMA-BASE
                       END-IF
                   END-IF
           END-READ.

      *> ACHA (OU ABRE) A LINHA DO MUNICIPIO DE IM-COD-IBGE NA TABELA
       280-LOCALIZAR-MUNICIPIO.
           MOVE 'N' TO WS-MUN-ACHOU.
           PERFORM 285-COMPARAR-MUNICIPIO
               VARYING WS-MUN-IDX FROM 1 BY 1
               UNTIL WS-MUN-IDX > WS-MUN-QTD OR WS-MUN-ACHOU = 'S'.
           IF WS-MUN-ACHOU = 'S'
               SUBTRACT 1 FROM WS-MUN-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-MUN-QTD NOT < 200
               DISPLAY "AVISO: mais de 200 municipios na competencia; "
                       "municipio " IM-COD-IBGE " fora das guias."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MUN-QTD.
           MOVE WS-MUN-QTD TO WS-MUN-IDX.
           MOVE IM-COD-IBGE TO WS-MUN-IBGE(WS-MUN-IDX).
           MOVE IM-MUNICIPIO TO WS-MUN-NOME(WS-MUN-IDX).
           MOVE IM-UF TO WS-MUN-UF(WS-MUN-IDX).
           MOVE ZERO TO WS-MUN-BASE(WS-MUN-IDX) WS-MUN-VALOR(WS-MUN-IDX).
           MOVE 'S' TO WS-MUN-ACHOU.

       285-COMPARAR-MUNICIPIO.
           IF WS-MUN-IBGE(WS-MUN-IDX) = IM-COD-IBGE
               MOVE 'S' TO WS-MUN-ACHOU
           END-IF.

       300-GERAR-GUIA-TRIBUTO.
           IF WS-TRIB-IDX = 3
               PERFORM 310-GERAR-GUIA-MUNICIPIO
                   VARYING WS-MUN-IDX FROM 1 BY 1
                   UNTIL WS-MUN-IDX > WS-MUN-QTD
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRIB-DIA-VENC(WS-TRIB-IDX) = ZERO
               PERFORM 307-INFORMAR-SEM-GUIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRIB-VALOR(WS-TRIB-IDX) TO WS-GUIA-VALOR.
           MOVE WS-TRIB-BASE(WS-TRIB-IDX) TO WS-GUIA-BASE.
           MOVE ZERO TO WS-GUIA-IBGE.
           MOVE SPACES TO WS-GUIA-MUNICIPIO WS-GUIA-UF.
           PERFORM 305-EMITIR-GUIA.

       310-GERAR-GUIA-MUNICIPIO.
           MOVE WS-MUN-VALOR(WS-MUN-IDX) TO WS-GUIA-VALOR.
           MOVE WS-MUN-BASE(WS-MUN-IDX) TO WS-GUIA-BASE.
           MOVE WS-MUN-IBGE(WS-MUN-IDX) TO WS-GUIA-IBGE.
           MOVE WS-MUN-NOME(WS-MUN-IDX) TO WS-GUIA-MUNICIPIO.
           MOVE WS-MUN-UF(WS-MUN-IDX) TO WS-GUIA-UF.
           PERFORM 305-EMITIR-GUIA.

      *> TRIBUTO COBRADO PELO BANCO NO PROPRIO CAMBIO: SO O TOTAL DA
      *> COMPETENCIA, PARA CONFERENCIA COM OS CONTRATOS DE CAMBIO
       307-INFORMAR-SEM-GUIA.
           IF WS-TRIB-VALOR(WS-TRIB-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY WS-TRIB-NOME(WS-TRIB-IDX) " competencia "
                   WS-COMPETENCIA " valor " WS-TRIB-VALOR(WS-TRIB-IDX)
                   " -- recolhido pelo banco no cambio, sem guia.".
           MOVE SPACES TO SPOOL-REG.
           STRING WS-TRIB-NOME(WS-TRIB-IDX) " competencia "
                  WS-COMPETENCIA " valor " WS-TRIB-VALOR(WS-TRIB-IDX)
                  " base " WS-TRIB-BASE(WS-TRIB-IDX)
                  " -- recolhido pelo banco no cambio, sem guia"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

       305-EMITIR-GUIA.
           IF WS-GUIA-VALOR NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 320-VERIFICAR-GUIA-JA-GERADA.
           IF WS-JA-GERADA = 'S'
               DISPLAY "AVISO: " WS-TRIB-NOME(WS-TRIB-IDX)
                       WS-GUIA-MUNICIPIO
                       " da competencia " WS-COMPETENCIA
                       " ja foi gerada antes."
               DISPLAY "Gerar de novo mesmo assim? (S/N): "
           DISPLAY " ".
           DISPLAY WS-TRIB-NOME(WS-TRIB-IDX) " competencia "
                   WS-COMPETENCIA " valor "
                   WS-GUIA-VALOR " vencimento "
                   WS-VENC-GUIA.
           IF WS-TRIB-IDX = 3
               DISPLAY "Municipio: " WS-GUIA-MUNICIPIO " / " WS-GUIA-UF
                       " (IBGE " WS-GUIA-IBGE ")"
           END-IF.
           DISPLAY "CNPJ do orgao arrecadador (cadastrado como "
                   "fornecedor) para lancar a guia, zeros pula: "
                   WITH NO ADVANCING.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 330-LER-PROXIMA-GUIA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE GUIAGER-FILE.
           IF WS-TRIB-IDX = 3 AND WS-JA-GERADA = 'N'
               OPEN INPUT ISSGER-FILE
               IF STATUS-OK-IG
                   MOVE 'N' TO WS-FIM-LEITURA
                   PERFORM 335-LER-PROXIMA-GUIA-ISS
                       UNTIL WS-FIM-LEITURA = 'Y'
               END-IF
               CLOSE ISSGER-FILE
           END-IF.

      *> GUIA DE ISS UNICA GERADA ANTES DA SEPARACAO POR MUNICIPIO
      *> TAMBEM CONTA COMO JA GERADA
       330-LER-PROXIMA-GUIA.
           READ GUIAGER-FILE
               AT END
                   END-IF
           END-READ.

       335-LER-PROXIMA-GUIA-ISS.
           READ ISSGER-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF IG-COMPETENCIA = WS-COMPETENCIA AND
                           IG-COD-IBGE = WS-GUIA-IBGE
                       MOVE 'S' TO WS-JA-GERADA
                   END-IF
           END-READ.

      *> O VENCIMENTO E O DIA DO TRIBUTO NO MES SEGUINTE AO DA
      *> COMPETENCIA, ANTECIPADO PARA O DIA UTIL ANTERIOR QUANDO CAI
      *> EM FIM DE SEMANA OU FERIADO
           STRING "Competencia : " WS-COMPETENCIA
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           IF WS-TRIB-IDX = 3
               MOVE SPACES TO SPOOL-REG
               STRING "Municipio   : " WS-GUIA-MUNICIPIO " / " WS-GUIA-UF
                      "  IBGE " WS-GUIA-IBGE
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
           IF WS-TRIB-CODIGO(WS-TRIB-IDX) NOT = SPACES
               MOVE SPACES TO SPOOL-REG
               STRING "Codigo da receita: " WS-TRIB-CODIGO(WS-TRIB-IDX)
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.
           MOVE SPACES TO SPOOL-REG.
           STRING "Base total  : " WS-GUIA-BASE
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "Valor a recolher: " WS-GUIA-VALOR
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           MOVE WS-CNPJ-ORGAO TO CP-CNPJ-FORN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CP-DATA-EMISSAO.
           MOVE WS-VENC-GUIA TO CP-DATA-VENC.
           MOVE WS-GUIA-VALOR TO CP-VALOR.
           MOVE 'A' TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PGTO.
           MOVE 1 TO CP-NUM-PARCELA.
           MOVE 1 TO CP-QTD-PARCELAS.
           MOVE SPACES TO CP-CENTRO-CUSTO.
           MOVE WS-GUIA-VALOR TO CP-SALDO.
           MOVE SPACES TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE WS-GUIA-VALOR TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           CLOSE PROXDOC-FILE.

       600-REGISTRAR-GUIA-GERADA.
           IF WS-TRIB-IDX = 3
               PERFORM 610-REGISTRAR-GUIA-ISS
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND GUIAGER-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-GG
               OPEN OUTPUT GUIAGER-FILE
           MOVE WS-TRIB-TIPO(WS-TRIB-IDX) TO GG-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GG-DATA-GERACAO.
           MOVE CP-NUM-DOC TO GG-NUM-DOC.
           MOVE WS-GUIA-VALOR TO GG-VALOR.
           WRITE GUIAGER-REG.
           CLOSE GUIAGER-FILE.

       610-REGISTRAR-GUIA-ISS.
           OPEN EXTEND ISSGER-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-IG
               OPEN OUTPUT ISSGER-FILE
           END-IF.
           IF NOT STATUS-OK-IG
               DISPLAY "AVISO: nao foi possivel registrar a guia "
                       "de ISS gerada. Status: " WS-STATUS-ISSGER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMPETENCIA TO IG-COMPETENCIA.
           MOVE WS-GUIA-IBGE TO IG-COD-IBGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IG-DATA-GERACAO.
           MOVE CP-NUM-DOC TO IG-NUM-DOC.
           MOVE WS-GUIA-VALOR TO IG-VALOR.
           WRITE ISSGER-REG.
           CLOSE ISSGER-FILE.

      *> ROTINAS DE DIA UTIL COMPARTILHADAS, COMO NOS DEMAIS PROGRAMAS
       955-ABRIR-FERIADOS.
           MOVE 'N' TO WS-FERIADOS-ABERTO.
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
