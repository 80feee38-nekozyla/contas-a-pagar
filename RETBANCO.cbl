               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESITEM.

           SELECT RETENCAO-FILE *> Retencoes efetivadas a cada pagamento
               ASSIGN TO 'RETENCAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 RI-CNPJ-FORN     PIC 9(14).
           05 RI-SITUACAO-ANT  PIC X(01).

       FD  RETENCAO-FILE.
       01  RETENCAO-REG.
           05 RT-NUM-DOC       PIC 9(10).
           05 RT-CNPJ-FORN     PIC 9(14).
           05 RT-DATA-PGTO     PIC 9(08).
           05 RT-TIPO          PIC X(04).
           05 RT-VALOR-BASE    PIC 9(10)V99.
           05 RT-VALOR-RETIDO  PIC S9(10)V99.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

          88 STATUS-OK-RL           VALUE '00'.
       01 WS-STATUS-REMESITEM      PIC X(2).
          88 STATUS-OK-RI           VALUE '00'.
       01 WS-STATUS-RETENCAO       PIC X(2).
          88 STATUS-OK-RT           VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.

           05 WS-RET-D-MOTIVO     PIC X(30).
           05 FILLER              PIC X(160).

      *> RETORNO NO LAYOUT FEBRABAN 240 (O DA REMESSA DO CNAB240): O
      *> HEADER DE ARQUIVO TEM LOTE '0000' E TIPO '0'; OS DETALHES SAO
      *> OS SEGMENTOS A, J E O, COM O "SEU NUMERO" (DOCUMENTO E
      *> REMESSA) DEVOLVIDO PELO BANCO E AS OCORRENCIAS NO FINAL
       01 WS-RET-FEBRABAN          PIC X(01) VALUE 'N'.
       01 WS-RET-SEU-NUMERO.
           05 WS-RET-SN-NUM-DOC    PIC 9(10).
           05 WS-RET-SN-REMESSA    PIC 9(06).
           05 FILLER               PIC X(04).
       01 WS-RET-REMESSA           PIC 9(06) VALUE ZERO.
       01 WS-RET-DATA-DDMMAAAA.
           05 WS-RET-DF-DIA        PIC 9(02).
           05 WS-RET-DF-MES        PIC 9(02).
           05 WS-RET-DF-ANO        PIC 9(04).
       01 WS-RET-DATA-AAAAMMDD.
           05 WS-RET-DT-ANO        PIC 9(04).
           05 WS-RET-DT-MES        PIC 9(02).
           05 WS-RET-DT-DIA        PIC 9(02).
       01 WS-RET-VALOR-X           PIC X(15).
       01 WS-RET-VALOR-N REDEFINES WS-RET-VALOR-X PIC 9(13)V99.
       01 WS-QTD-AGENDADOS         PIC 9(06) VALUE ZERO.

       01 WS-FIM-RETORNO           PIC X(01) VALUE 'N'.
       01 WS-FIM-ITEM              PIC X(01).
       01 WS-ITEM-ACHADO           PIC X(01).
           05 WS-REM-NUM OCCURS 100 TIMES PIC 9(06).
       01 WS-FIM-LOG               PIC X(01).

      *> TRIBUTOS DA REMESSA AO EXTERIOR (GRAVADOS PELO REMESINT) DO
      *> TITULO REJEITADO: SALDO LIQUIDO POR TIPO, ESTORNADO COM UMA
      *> LINHA NEGATIVA NA DATA DE HOJE
       01 WS-RTX-FIM               PIC X(01).
       01 WS-RTX-IDX               PIC 9(01).
       01 WS-RTX-TIPOS-VALORES     PIC X(12) VALUE 'IREXCIDEIOF '.
       01 WS-RTX-TIPOS REDEFINES WS-RTX-TIPOS-VALORES.
           05 WS-RTX-TIPO OCCURS 3 TIMES PIC X(04).
       01 WS-RTX-TAB.
           05 WS-RTX-ITEM OCCURS 3 TIMES.
              10 WS-RTX-BASE       PIC 9(10)V99.
              10 WS-RTX-VALOR      PIC S9(10)V99.

      *> USADOS PARA ACHAR O PROXIMO NUMERO DE SEQUENCIA (H-SEQ) DE UM
      *> DOCUMENTO NO HISTORICO, COMO FAZ O PGTOCONT
       01 WS-HIST-NUM-DOC-ALVO     PIC 9(10).
                   WS-QTD-NAO-ENCONTRADOS.
           DISPLAY "Valor total confirmado           : "
                   WS-VALOR-CONFIRMADO.
           IF WS-QTD-AGENDADOS > ZERO
               DISPLAY "Agendamentos confirmados (em remessa): "
                       WS-QTD-AGENDADOS
           END-IF.
           MOVE SPACES TO SPOOL-REG.
           STRING "Confirmados: " WS-QTD-CONFIRMADOS
                  "  Rejeitados: " WS-QTD-REJEITADOS
               AT END
                   MOVE 'Y' TO WS-FIM-RETORNO
               NOT AT END
                   IF RETORNO-REG(4:5) = '00000'
                       MOVE 'S' TO WS-RET-FEBRABAN
                   END-IF
                   IF WS-RET-FEBRABAN = 'S'
                       IF RETORNO-REG(8:1) = '3'
                           PERFORM 250-CONVERTER-SEGMENTO-FEBRABAN
                       END-IF
                   ELSE
                       IF RETORNO-REG(1:1) = '3'
                           MOVE RETORNO-REG TO WS-RET-DETALHE
                           MOVE ZERO TO WS-RET-REMESSA
                           PERFORM 300-PROCESSAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

      *> CONVERTE O SEGMENTO FEBRABAN PARA O DETALHE INTERNO. O CNPJ
      *> NAO VEM NO SEGMENTO: O TITULO E ACHADO EM REMESITEM.DAT PELO
      *> DOCUMENTO E PELA REMESSA DO "SEU NUMERO". A OCORRENCIA '00'
      *> E O PAGAMENTO EFETUADO; 'BD' E SO A CONFIRMACAO DO AGENDAMENTO
      *> (O TITULO CONTINUA EM REMESSA); AS DEMAIS SAO REJEICAO.
      *> SEGMENTOS B E J-52 SAO COMPLEMENTARES E NAO TEM OCORRENCIA
       250-CONVERTER-SEGMENTO-FEBRABAN.
           INITIALIZE WS-RET-DETALHE.
           MOVE '3' TO WS-RET-D-TIPO.
           EVALUATE RETORNO-REG(14:1)
               WHEN 'A'
                   MOVE RETORNO-REG(74:20) TO WS-RET-SEU-NUMERO
                   MOVE RETORNO-REG(155:8) TO WS-RET-DATA-DDMMAAAA
                   IF RETORNO-REG(155:8) = ZEROS OR
                           RETORNO-REG(155:8) = SPACES
                       MOVE RETORNO-REG(94:8) TO WS-RET-DATA-DDMMAAAA
                   END-IF
                   MOVE RETORNO-REG(163:15) TO WS-RET-VALOR-X
                   IF RETORNO-REG(163:15) = ZEROS OR
                           RETORNO-REG(163:15) = SPACES
                       MOVE RETORNO-REG(120:15) TO WS-RET-VALOR-X
                   END-IF
               WHEN 'J'
                   IF RETORNO-REG(18:2) = '52'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RETORNO-REG(183:20) TO WS-RET-SEU-NUMERO
                   MOVE RETORNO-REG(145:8) TO WS-RET-DATA-DDMMAAAA
                   MOVE RETORNO-REG(153:15) TO WS-RET-VALOR-X
               WHEN 'O'
                   MOVE RETORNO-REG(123:20) TO WS-RET-SEU-NUMERO
                   MOVE RETORNO-REG(100:8) TO WS-RET-DATA-DDMMAAAA
                   MOVE RETORNO-REG(108:15) TO WS-RET-VALOR-X
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF RETORNO-REG(231:2) = 'BD'
               ADD 1 TO WS-QTD-AGENDADOS
               EXIT PARAGRAPH
           END-IF.

           IF WS-RET-SEU-NUMERO(1:16) IS NUMERIC
               MOVE WS-RET-SN-NUM-DOC TO WS-RET-D-NUM-DOC
               MOVE WS-RET-SN-REMESSA TO WS-RET-REMESSA
           ELSE
               MOVE ZERO TO WS-RET-D-NUM-DOC
               MOVE ZERO TO WS-RET-REMESSA
           END-IF.
           IF WS-RET-DATA-DDMMAAAA IS NUMERIC
               MOVE WS-RET-DF-DIA TO WS-RET-DT-DIA
               MOVE WS-RET-DF-MES TO WS-RET-DT-MES
               MOVE WS-RET-DF-ANO TO WS-RET-DT-ANO
               MOVE WS-RET-DATA-AAAAMMDD TO WS-RET-D-DATA-PGTO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RET-D-DATA-PGTO
           END-IF.
           IF WS-RET-VALOR-X IS NUMERIC
               MOVE WS-RET-VALOR-N TO WS-RET-D-VALOR
           END-IF.
           IF RETORNO-REG(231:2) = '00'
               MOVE '02' TO WS-RET-D-OCORRENCIA
           ELSE
               MOVE RETORNO-REG(231:2) TO WS-RET-D-OCORRENCIA
               STRING "OCORRENCIAS DO BANCO " RETORNO-REG(231:10)
                   DELIMITED BY SIZE INTO WS-RET-D-MOTIVO
               END-STRING
           END-IF.
           PERFORM 300-PROCESSAR-OCORRENCIA.

      *> CASA A OCORRENCIA COM O TITULO ENVIADO: O PAR DOCUMENTO/CNPJ
      *> PRECISA CONSTAR DE REMESITEM.DAT (DE ONDE VEM A SITUACAO
      *> ANTERIOR A REMESSA) E A CONTA PRECISA AINDA ESTAR NO ESTADO
                   MOVE 'Y' TO WS-FIM-ITEM
               NOT AT END
                   IF RI-NUM-DOC = WS-RET-D-NUM-DOC AND
                           (RI-CNPJ-FORN = WS-RET-D-CNPJ OR
                            (WS-RET-D-CNPJ = ZERO AND
                             RI-NUM-REMESSA = WS-RET-REMESSA))
                       MOVE 'S' TO WS-ITEM-ACHADO
                       MOVE RI-CNPJ-FORN TO WS-RET-D-CNPJ
                       MOVE RI-SITUACAO-ANT TO WS-SITUACAO-ANT
                       MOVE RI-NUM-REMESSA TO WS-NUM-REMESSA-ITEM
                   END-IF
                   MOVE 'A' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   PERFORM 470-ANOTAR-REMESSA-TOCADA
                   IF CP-MOEDA NOT = 'BRL' AND CP-MOEDA NOT = SPACES
                       PERFORM 520-ESTORNAR-TRIBUTOS-REMESSA
                   END-IF
                   DISPLAY "REJEITADO doc " CP-NUM-DOC " ocorrencia "
                           WS-RET-D-OCORRENCIA ": " WS-RET-D-MOTIVO
                   MOVE SPACES TO SPOOL-REG
                   WRITE SPOOL-REG
           END-REWRITE.

      *> REMESSA AO EXTERIOR REJEITADA: O CAMBIO NAO FOI FECHADO, ENTAO
      *> O IRRF, A CIDE E O IOF LANCADOS NO ENVIO SAEM DA APURACAO DO
      *> DARFGPS/REINF. UMA NOVA REMESSA DO TITULO LANCA TUDO DE NOVO
       520-ESTORNAR-TRIBUTOS-REMESSA.
           INITIALIZE WS-RTX-TAB.
           OPEN INPUT RETENCAO-FILE.
           IF NOT STATUS-OK-RT
               CLOSE RETENCAO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RTX-FIM.
           PERFORM 530-SOMAR-TRIBUTO-REMESSA UNTIL WS-RTX-FIM = 'Y'.
           CLOSE RETENCAO-FILE.

           IF WS-RTX-VALOR(1) NOT > ZERO AND WS-RTX-VALOR(2) NOT > ZERO
                   AND WS-RTX-VALOR(3) NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RETENCAO-FILE.
           IF NOT STATUS-OK-RT
               DISPLAY "AVISO: nao foi possivel estornar os tributos da "
                       "remessa do doc " CP-NUM-DOC ". Status: "
                       WS-STATUS-RETENCAO
               MOVE 'RETENCAO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-RETENCAO TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 540-GRAVAR-ESTORNO-TRIBUTO
               VARYING WS-RTX-IDX FROM 1 BY 1 UNTIL WS-RTX-IDX > 3.
           CLOSE RETENCAO-FILE.
           DISPLAY "Tributos da remessa do doc " CP-NUM-DOC
                   " estornados (IRRF " WS-RTX-VALOR(1) " CIDE "
                   WS-RTX-VALOR(2) " IOF " WS-RTX-VALOR(3) ").".

       530-SOMAR-TRIBUTO-REMESSA.
           READ RETENCAO-FILE
               AT END
                   MOVE 'Y' TO WS-RTX-FIM
               NOT AT END
                   IF RT-NUM-DOC = CP-NUM-DOC AND
                           RT-CNPJ-FORN = CP-CNPJ-FORN
                       PERFORM 535-ACUMULAR-TRIBUTO-REMESSA
                           VARYING WS-RTX-IDX FROM 1 BY 1
                           UNTIL WS-RTX-IDX > 3
                   END-IF
           END-READ.

       535-ACUMULAR-TRIBUTO-REMESSA.
           IF RT-TIPO = WS-RTX-TIPO(WS-RTX-IDX)
               ADD RT-VALOR-RETIDO TO WS-RTX-VALOR(WS-RTX-IDX)
               IF RT-VALOR-RETIDO > ZERO
                   MOVE RT-VALOR-BASE TO WS-RTX-BASE(WS-RTX-IDX)
               END-IF
           END-IF.

       540-GRAVAR-ESTORNO-TRIBUTO.
           IF WS-RTX-VALOR(WS-RTX-IDX) > ZERO
               MOVE CP-NUM-DOC TO RT-NUM-DOC
               MOVE CP-CNPJ-FORN TO RT-CNPJ-FORN
               MOVE FUNCTION CURRENT-DATE(1:8) TO RT-DATA-PGTO
               MOVE WS-RTX-TIPO(WS-RTX-IDX) TO RT-TIPO
               MOVE WS-RTX-BASE(WS-RTX-IDX) TO RT-VALOR-BASE
               COMPUTE RT-VALOR-RETIDO = ZERO - WS-RTX-VALOR(WS-RTX-IDX)
               WRITE RETENCAO-REG
           END-IF.

      *> AS REMESSAS CUJOS TITULOS APARECERAM NO RETORNO FICAM COM
      *> SITUACAO 'P' (PROCESSADA PELO BANCO) NO LOG, PARA A CONSULTA
      *> DO CNAB240 DISTINGUIR O QUE AINDA AGUARDA RETORNO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
