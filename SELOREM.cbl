       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELOREM.
       AUTHOR. Neko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-FILE *> Arquivo de remessa no layout CNAB 240
               ASSIGN TO 'REMESSA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT PIXREM-FILE *> Arquivo de lote PIX no layout do banco
               ASSIGN TO 'PIXREM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT REMINT-FILE *> Arquivo de remessa internacional
               ASSIGN TO 'REMESINT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT REMSELO-FILE *> Selos dos arquivos de pagamento gerados
               ASSIGN TO 'REMSELO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMSELO.

           SELECT AUDITORIA-FILE *> Log de auditoria do sistema
               ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

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
       FD  REMESSA-FILE.
       01  CNAB-REG            PIC X(240).

       FD  PIXREM-FILE.
       01  PIX-REG             PIC X(160).

       FD  REMINT-FILE.
       01  REMINT-REG          PIC X(180).

      *> UM REGISTRO POR SELO GRAVADO NA GERACAO ('G') E UM POR
      *> CONFERENCIA ANTES DO ENVIO ('V' CONFERE, 'X' ARQUIVO ALTERADO),
      *> AO LADO DA ENTRADA DA MESMA REMESSA EM REMESLOG.DAT. O SELO DE
      *> REFERENCIA E O ULTIMO 'G' DO ARQUIVO
       FD  REMSELO-FILE.
       01  REMSELO-REG.
           05 RS-NUM-REMESSA    PIC 9(06).
           05 RS-ARQUIVO        PIC X(12).
           05 RS-DATA-HORA      PIC 9(14).
           05 RS-USUARIO        PIC X(10).
           05 RS-QTD-REGISTROS  PIC 9(06).
           05 RS-SOMA-VALORES   PIC 9(15)V99.
           05 RS-SOMA-CNPJ      PIC 9(18).
           05 RS-HASH           PIC 9(18).
           05 RS-SITUACAO       PIC X(01).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 LG-DATA-HORA      PIC 9(14).
           05 LG-USUARIO        PIC X(10).
           05 LG-PROGRAMA       PIC X(08).
           05 LG-OPCAO          PIC 9(02).
           05 LG-RESULTADO      PIC X(01).

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
       01 WS-STATUS-ARQ            PIC X(2).
          88 STATUS-OK-ARQ          VALUE '00'.
       01 WS-STATUS-REMSELO        PIC X(2).
          88 STATUS-OK-RS           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RS VALUE '35'.
       01 WS-STATUS-AUDITORIA      PIC X(2).
          88 STATUS-OK-LG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LG VALUE '35'.
       01 WS-STATUS-ERRLOG         PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-STATUS-SESSAO         PIC X(2).
          88 STATUS-OK-SS           VALUE '00'.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-USUARIO-SESSAO        PIC X(10).
       01 WS-ERR-ARQUIVO           PIC X(12).
       01 WS-ERR-STATUS            PIC X(02).
       01 WS-SITUACAO-SELO         PIC X(01).
       01 WS-FIM-LEITURA           PIC X(01).

      *> O SELO E CALCULADO SOBRE TODOS OS BYTES DE TODOS OS REGISTROS
      *> DO ARQUIVO, COM DOIS ACUMULADORES POLINOMIAIS MODULO PRIMOS E
      *> SEMENTE NO NUMERO DA REMESSA: TROCAR UM DIGITO DE CONTA, CHAVE
      *> OU VALOR MUDA O SELO. OS TOTAIS DE CONTROLE (REGISTROS, SOMA
      *> DOS VALORES E DOS CNPJ DOS DETALHES) VEM DO PROPRIO ARQUIVO
       01 WS-REGISTRO              PIC X(240).
       01 WS-TAM-REGISTRO          PIC 9(03).
       01 WS-POS                   PIC 9(03).
       01 WS-ORD-BYTE              PIC 9(03).
       01 WS-HASH-1                PIC 9(12).
       01 WS-HASH-2                PIC 9(12).
       01 WS-HASH-CALC.
           05 WS-HC-PARTE-1        PIC 9(09).
           05 WS-HC-PARTE-2        PIC 9(09).
       01 WS-HASH-NUM REDEFINES WS-HASH-CALC PIC 9(18).
       01 WS-QTD-CALC              PIC 9(06).
       01 WS-SOMA-VALOR-CALC       PIC 9(15)V99.
       01 WS-SOMA-CNPJ-CALC        PIC 9(18).
       01 WS-CAMPO-VALOR           PIC X(15).
       01 WS-CAMPO-VALOR-N REDEFINES WS-CAMPO-VALOR PIC 9(13)V99.
       01 WS-CAMPO-CNPJ            PIC X(14).
       01 WS-CAMPO-CNPJ-N REDEFINES WS-CAMPO-CNPJ PIC 9(14).

      *> SELO DE REFERENCIA ACHADO EM REMSELO.DAT NA CONFERENCIA
       01 WS-REF-ACHADO            PIC X(01).
       01 WS-REF-NUM-REMESSA       PIC 9(06).
       01 WS-REF-QTD               PIC 9(06).
       01 WS-REF-SOMA-VALOR        PIC 9(15)V99.
       01 WS-REF-SOMA-CNPJ         PIC 9(18).
       01 WS-REF-HASH              PIC 9(18).

       LINKAGE SECTION.
      *> AREA DE CHAMADA: FUNCAO 'G' SELA O ARQUIVO RECEM-GERADO DA
      *> REMESSA INFORMADA; 'V' RECALCULA E CONFERE COM O ULTIMO SELO
      *> DO ARQUIVO. RESULTADO 'O' CONFERE/SELADO, 'N' ARQUIVO
      *> ALTERADO, 'E' ARQUIVO OU SELO INEXISTENTE. OS TOTAIS E O SELO
      *> CALCULADOS VOLTAM NA PROPRIA AREA
       01  LNK-SELO-PARM.
           05 LNK-SL-FUNCAO      PIC X(01).
           05 LNK-SL-ARQUIVO     PIC X(12).
           05 LNK-SL-PROGRAMA    PIC X(08).
           05 LNK-SL-NUM-REMESSA PIC 9(06).
           05 LNK-SL-RESULTADO   PIC X(01).
           05 LNK-SL-QTD         PIC 9(06).
           05 LNK-SL-SOMA-VALOR  PIC 9(15)V99.
           05 LNK-SL-SOMA-CNPJ   PIC 9(18).
           05 LNK-SL-HASH        PIC 9(18).

       PROCEDURE DIVISION USING LNK-SELO-PARM.
       100-INICIAR.
           MOVE 'E' TO LNK-SL-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM 900-LER-USUARIO-SESSAO.

           EVALUATE LNK-SL-FUNCAO
               WHEN 'G'
                   MOVE LNK-SL-NUM-REMESSA TO WS-REF-NUM-REMESSA
                   PERFORM 200-CALCULAR-SELO
                   IF LNK-SL-RESULTADO = 'O'
                       MOVE 'G' TO WS-SITUACAO-SELO
                       PERFORM 500-GRAVAR-SELO
                   END-IF
               WHEN 'V'
                   PERFORM 600-CONFERIR-SELO
           END-EVALUATE.
           GOBACK.

      *> LE O ARQUIVO INTEIRO PELO FD DO TAMANHO DE REGISTRO DELE
       200-CALCULAR-SELO.
           MOVE ZERO TO WS-QTD-CALC WS-SOMA-VALOR-CALC WS-SOMA-CNPJ-CALC.
           MOVE WS-REF-NUM-REMESSA TO WS-HASH-1.
           MOVE 7 TO WS-HASH-2.
           MOVE 'N' TO WS-FIM-LEITURA.
           EVALUATE LNK-SL-ARQUIVO
               WHEN 'REMESSA'
                   MOVE 240 TO WS-TAM-REGISTRO
                   OPEN INPUT REMESSA-FILE
               WHEN 'PIXREM'
                   MOVE 160 TO WS-TAM-REGISTRO
                   OPEN INPUT PIXREM-FILE
               WHEN 'REMESINT'
                   MOVE 180 TO WS-TAM-REGISTRO
                   OPEN INPUT REMINT-FILE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF NOT STATUS-OK-ARQ
               DISPLAY "AVISO: arquivo " LNK-SL-ARQUIVO
                       " indisponivel para o selo. Status: "
                       WS-STATUS-ARQ
               EXIT PARAGRAPH
           END-IF.

           PERFORM 210-LER-REGISTRO.
           PERFORM 220-ACUMULAR-REGISTRO UNTIL WS-FIM-LEITURA = 'Y'.

           EVALUATE LNK-SL-ARQUIVO
               WHEN 'REMESSA'
                   CLOSE REMESSA-FILE
               WHEN 'PIXREM'
                   CLOSE PIXREM-FILE
               WHEN 'REMESINT'
                   CLOSE REMINT-FILE
           END-EVALUATE.

           COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 131 + WS-QTD-CALC,
                                            999999937).
           MOVE WS-HASH-1 TO WS-HC-PARTE-1.
           MOVE WS-HASH-2 TO WS-HC-PARTE-2.
           MOVE WS-QTD-CALC TO LNK-SL-QTD.
           MOVE WS-SOMA-VALOR-CALC TO LNK-SL-SOMA-VALOR.
           MOVE WS-SOMA-CNPJ-CALC TO LNK-SL-SOMA-CNPJ.
           MOVE WS-HASH-NUM TO LNK-SL-HASH.
           MOVE 'O' TO LNK-SL-RESULTADO.

       210-LER-REGISTRO.
           MOVE SPACES TO WS-REGISTRO.
           EVALUATE LNK-SL-ARQUIVO
               WHEN 'REMESSA'
                   READ REMESSA-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-LEITURA
                       NOT AT END
                           MOVE CNAB-REG TO WS-REGISTRO
                   END-READ
               WHEN 'PIXREM'
                   READ PIXREM-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-LEITURA
                       NOT AT END
                           MOVE PIX-REG TO WS-REGISTRO
                   END-READ
               WHEN 'REMESINT'
                   READ REMINT-FILE
                       AT END
                           MOVE 'Y' TO WS-FIM-LEITURA
                       NOT AT END
                           MOVE REMINT-REG TO WS-REGISTRO
                   END-READ
           END-EVALUATE.

       220-ACUMULAR-REGISTRO.
           ADD 1 TO WS-QTD-CALC.
           PERFORM 230-ACUMULAR-BYTE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAM-REGISTRO.
           PERFORM 250-TOTAIS-DE-CONTROLE.
           PERFORM 210-LER-REGISTRO.

       230-ACUMULAR-BYTE.
           COMPUTE WS-ORD-BYTE = FUNCTION ORD(WS-REGISTRO(WS-POS:1)).
           COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 131 + WS-ORD-BYTE,
                                            999999937).
           COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 257 + WS-ORD-BYTE
                                            + WS-POS, 999999929).

      *> VALOR E CNPJ DE CADA DETALHE, NA POSICAO DO LAYOUT DE CADA
      *> ARQUIVO. NO CNAB 240 O VALOR VEM DOS SEGMENTOS A, J E O E O
      *> CNPJ DO FAVORECIDO DOS SEGMENTOS B E J-52
       250-TOTAIS-DE-CONTROLE.
           MOVE SPACES TO WS-CAMPO-VALOR WS-CAMPO-CNPJ.
           EVALUATE LNK-SL-ARQUIVO
               WHEN 'REMESSA'
                   IF WS-REGISTRO(8:1) NOT = '3'
                       EXIT PARAGRAPH
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-REGISTRO(14:1) = 'A'
                           MOVE WS-REGISTRO(120:15) TO WS-CAMPO-VALOR
                       WHEN WS-REGISTRO(14:1) = 'J' AND
                            WS-REGISTRO(18:2) = '52'
                           MOVE WS-REGISTRO(78:14) TO WS-CAMPO-CNPJ
                       WHEN WS-REGISTRO(14:1) = 'J'
                           MOVE WS-REGISTRO(153:15) TO WS-CAMPO-VALOR
                       WHEN WS-REGISTRO(14:1) = 'O'
                           MOVE WS-REGISTRO(108:15) TO WS-CAMPO-VALOR
                       WHEN WS-REGISTRO(14:1) = 'B'
                           MOVE WS-REGISTRO(19:14) TO WS-CAMPO-CNPJ
                   END-EVALUATE
               WHEN 'PIXREM'
                   IF WS-REGISTRO(1:1) NOT = '3'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-REGISTRO(12:14) TO WS-CAMPO-CNPJ
                   MOVE WS-REGISTRO(105:15) TO WS-CAMPO-VALOR
               WHEN 'REMESINT'
                   IF WS-REGISTRO(1:1) NOT = '3'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-REGISTRO(12:14) TO WS-CAMPO-CNPJ
                   MOVE WS-REGISTRO(136:15) TO WS-CAMPO-VALOR
           END-EVALUATE.
           IF WS-CAMPO-VALOR IS NUMERIC
               ADD WS-CAMPO-VALOR-N TO WS-SOMA-VALOR-CALC
           END-IF.
           IF WS-CAMPO-CNPJ IS NUMERIC
               ADD WS-CAMPO-CNPJ-N TO WS-SOMA-CNPJ-CALC
           END-IF.

       500-GRAVAR-SELO.
           OPEN EXTEND REMSELO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RS
               OPEN OUTPUT REMSELO-FILE
           END-IF.
           IF NOT STATUS-OK-RS
               DISPLAY "AVISO: nao foi possivel gravar REMSELO.DAT. "
                       "Status: " WS-STATUS-REMSELO
               MOVE 'REMSELO' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-REMSELO TO WS-ERR-STATUS
               PERFORM 920-GRAVAR-LOG-ERRO
               MOVE 'E' TO LNK-SL-RESULTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-NUM-REMESSA TO RS-NUM-REMESSA.
           MOVE LNK-SL-ARQUIVO TO RS-ARQUIVO.
           MOVE WS-DH-DATA TO RS-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO RS-DATA-HORA(9:6).
           MOVE WS-USUARIO-SESSAO TO RS-USUARIO.
           MOVE LNK-SL-QTD TO RS-QTD-REGISTROS.
           MOVE LNK-SL-SOMA-VALOR TO RS-SOMA-VALORES.
           MOVE LNK-SL-SOMA-CNPJ TO RS-SOMA-CNPJ.
           MOVE LNK-SL-HASH TO RS-HASH.
           MOVE WS-SITUACAO-SELO TO RS-SITUACAO.
           WRITE REMSELO-REG.
           CLOSE REMSELO-FILE.

      *> CONFERENCIA ANTES DO ENVIO: O ARQUIVO E RECALCULADO E TEM DE
      *> BATER COM O ULTIMO SELO GRAVADO PARA ELE EM TODOS OS TOTAIS E
      *> NO HASH. DIVERGENCIA VAI PARA O ERRLOG E PARA A AUDITORIA
       600-CONFERIR-SELO.
           PERFORM 610-LOCALIZAR-SELO.
           IF WS-REF-ACHADO NOT = 'S'
               DISPLAY "AVISO: nenhum selo registrado para "
                       LNK-SL-ARQUIVO "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-NUM-REMESSA TO LNK-SL-NUM-REMESSA.

           PERFORM 200-CALCULAR-SELO.
           IF LNK-SL-RESULTADO NOT = 'O'
               EXIT PARAGRAPH
           END-IF.

           IF LNK-SL-QTD NOT = WS-REF-QTD OR
                   LNK-SL-SOMA-VALOR NOT = WS-REF-SOMA-VALOR OR
                   LNK-SL-SOMA-CNPJ NOT = WS-REF-SOMA-CNPJ OR
                   LNK-SL-HASH NOT = WS-REF-HASH
               MOVE 'N' TO LNK-SL-RESULTADO
               MOVE 'X' TO WS-SITUACAO-SELO
               MOVE LNK-SL-ARQUIVO TO WS-ERR-ARQUIVO
               MOVE 'SL' TO WS-ERR-STATUS
               PERFORM 920-GRAVAR-LOG-ERRO
           ELSE
               MOVE 'V' TO WS-SITUACAO-SELO
           END-IF.
           PERFORM 930-GRAVAR-AUDITORIA.
           PERFORM 500-GRAVAR-SELO.
           IF WS-SITUACAO-SELO = 'X'
               MOVE 'N' TO LNK-SL-RESULTADO
           END-IF.

       610-LOCALIZAR-SELO.
           MOVE 'N' TO WS-REF-ACHADO.
           OPEN INPUT REMSELO-FILE.
           IF NOT STATUS-OK-RS
               CLOSE REMSELO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 620-LER-SELO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE REMSELO-FILE.

       620-LER-SELO.
           READ REMSELO-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RS-ARQUIVO = LNK-SL-ARQUIVO AND RS-SITUACAO = 'G'
                       MOVE 'S' TO WS-REF-ACHADO
                       MOVE RS-NUM-REMESSA TO WS-REF-NUM-REMESSA
                       MOVE RS-QTD-REGISTROS TO WS-REF-QTD
                       MOVE RS-SOMA-VALORES TO WS-REF-SOMA-VALOR
                       MOVE RS-SOMA-CNPJ TO WS-REF-SOMA-CNPJ
                       MOVE RS-HASH TO WS-REF-HASH
                   END-IF
           END-READ.

       900-LER-USUARIO-SESSAO.
           MOVE SPACES TO WS-USUARIO-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

      *> O STATUS 'SL' MARCA ARQUIVO DE PAGAMENTO ALTERADO DEPOIS DO
      *> SELO; OS DEMAIS SAO STATUS DE ARQUIVO COMUNS
       920-GRAVAR-LOG-ERRO.
           OPEN EXTEND ERRLOG-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-EL
               OPEN OUTPUT ERRLOG-FILE
           END-IF.
           IF NOT STATUS-OK-EL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DH-DATA TO EL-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO EL-DATA-HORA(9:6).
           MOVE WS-USUARIO-SESSAO TO EL-USUARIO.
           MOVE LNK-SL-PROGRAMA TO EL-PROGRAMA.
           MOVE WS-ERR-ARQUIVO TO EL-ARQUIVO.
           MOVE WS-ERR-STATUS TO EL-STATUS.
           WRITE ERRLOG-REG.
           CLOSE ERRLOG-FILE.

      *> TODA CONFERENCIA DE SELO FICA NA AUDITORIA: 'O' CONFERE,
      *> 'N' ARQUIVO ALTERADO
       930-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LG
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF NOT STATUS-OK-LG
               DISPLAY "AVISO: nao foi possivel gravar a auditoria da "
                       "conferencia. Status: " WS-STATUS-AUDITORIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DH-DATA TO LG-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO LG-DATA-HORA(9:6).
           MOVE WS-USUARIO-SESSAO TO LG-USUARIO.
           MOVE LNK-SL-PROGRAMA TO LG-PROGRAMA.
           MOVE ZERO TO LG-OPCAO.
           IF LNK-SL-RESULTADO = 'N'
               MOVE 'N' TO LG-RESULTADO
           ELSE
               MOVE 'O' TO LG-RESULTADO
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.
