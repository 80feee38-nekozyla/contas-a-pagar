       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSMUNI.
       AUTHOR. Neko.

      *> ROTINA UNICA DO LOCAL DE INCIDENCIA DO ISS (LC 116/2003). PELA
      *> REGRA GERAL O ISS E DEVIDO NO MUNICIPIO DO ESTABELECIMENTO DO
      *> PRESTADOR; PARA OS ITENS DA LISTA DE SERVICOS CADASTRADOS COMO
      *> 'P' EM ITEMSERV.DAT (OBRAS, LIMPEZA, VIGILANCIA, ...) E DEVIDO
      *> NO LOCAL DA PRESTACAO, QUE AQUI E O MUNICIPIO DA FILIAL
      *> TOMADORA. O TOMADOR SO RETEM QUANDO O ISS E DO MUNICIPIO DA
      *> FILIAL: ITEM 'P', OU REGRA GERAL COM PRESTADOR NO MESMO
      *> MUNICIPIO DA FILIAL. CONTA SEM ITEM DE SERVICO SEGUE COMO
      *> ANTES (RETEM PELA ALIQUOTA DE TAXARET.DAT). CADA ISS RETIDO
      *> FICA EM ISSMUN.DAT COM O MUNICIPIO, PARA O DARFGPS EMITIR UMA
      *> GUIA POR MUNICIPIO:
      *>   'C' DECIDE SE RETEM E PARA QUAL MUNICIPIO, SEM GRAVAR NADA;
      *>   'G' GRAVA O ISS RETIDO DEPOIS QUE O PAGAMENTO FOI EFETIVADO;
      *>   'E' LANCA O ESTORNO NEGATIVO DO ISS DE UM PAGAMENTO REVERTIDO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNEND-FILE *> Endereco estruturado do fornecedor
               ASSIGN TO 'FORNEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FORNEND.

           SELECT FILIALMUN-FILE *> Municipio de cada filial tomadora
               ASSIGN TO 'FILIALMUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FILIAL
               FILE STATUS IS WS-STATUS-FILIALMUN.

           SELECT ITEMSERV-FILE *> Itens da lista de servicos da LC 116
               ASSIGN TO 'ITEMSERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-ITEM
               FILE STATUS IS WS-STATUS-ITEMSERV.

           SELECT CPSERV-FILE *> Item de servico de cada conta lancada
               ASSIGN TO 'CPSERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-STATUS-CPSERV.

           SELECT ISSMUN-FILE *> ISS retido por municipio de recolhimento
               ASSIGN TO 'ISSMUN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISSMUN.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNEND-FILE.
       01  FORNEND-REG.
           05 FE-CNPJ             PIC 9(14).
           05 FE-LOGRADOURO       PIC X(40).
           05 FE-NUMERO           PIC X(06).
           05 FE-COMPLEMENTO      PIC X(20).
           05 FE-BAIRRO           PIC X(30).
           05 FE-CEP              PIC 9(08).
           05 FE-MUNICIPIO        PIC X(30).
           05 FE-COD-IBGE         PIC 9(07).
           05 FE-UF               PIC X(02).
           05 FE-DATA-HORA-ALT    PIC 9(14).

       FD  FILIALMUN-FILE.
       01  FILIALMUN-REG.
           05 FM-FILIAL           PIC X(04).
           05 FM-NOME             PIC X(30).
           05 FM-MUNICIPIO        PIC X(30).
           05 FM-COD-IBGE         PIC 9(07).
           05 FM-UF               PIC X(02).

       FD  ITEMSERV-FILE.
       01  ITEMSERV-REG.
           05 LS-ITEM             PIC X(05).
           05 LS-DESCRICAO        PIC X(40).
           05 LS-LOCAL            PIC X(01).

       FD  CPSERV-FILE.
       01  CPSERV-REG.
           05 SV-CHAVE.
              10 SV-NUM-DOC       PIC 9(10).
              10 SV-CNPJ-FORN     PIC 9(14).
           05 SV-ITEM-SERVICO     PIC X(05).
           05 SV-DATA-HORA        PIC 9(14).

      *> MESMA GRANULARIDADE DE RETENCAO.DAT PARA O TIPO 'ISS ': UMA
      *> LINHA POR PAGAMENTO E O ESTORNO NEGATIVO NA DATA DA REVERSAO
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FORNEND        PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-FILIALMUN      PIC X(2).
          88 STATUS-OK-FM           VALUE '00'.
       01 WS-STATUS-ITEMSERV       PIC X(2).
          88 STATUS-OK-LS           VALUE '00'.
       01 WS-STATUS-CPSERV         PIC X(2).
          88 STATUS-OK-SV           VALUE '00'.
       01 WS-STATUS-ISSMUN         PIC X(2).
          88 STATUS-OK-IM           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-IM VALUE '35'.

       01 WS-FIM-LEITURA           PIC X(01).
      *> MUNICIPIO DO PRESTADOR E DA FILIAL TOMADORA (CODIGO ZERO =
      *> NAO CADASTRADO)
       01 WS-FORN-IBGE             PIC 9(07).
       01 WS-FORN-MUNICIPIO        PIC X(30).
       01 WS-FORN-UF               PIC X(02).
       01 WS-FIL-IBGE              PIC 9(07).
       01 WS-FIL-MUNICIPIO         PIC X(30).
       01 WS-FIL-UF                PIC X(02).

      *> ISS ORIGINAIS DO PAGAMENTO REVERTIDO, PARA O ESTORNO
       01 WS-EST-QTD               PIC 9(02).
       01 WS-EST-IDX               PIC 9(02).
       01 WS-EST-TAB.
           05 WS-EST-ITEM OCCURS 10 TIMES.
              10 WS-EST-IBGE       PIC 9(07).
              10 WS-EST-MUNICIPIO  PIC X(30).
              10 WS-EST-UF         PIC X(02).
              10 WS-EST-SERVICO    PIC X(05).
              10 WS-EST-BASE       PIC 9(10)V99.
              10 WS-EST-VALOR      PIC 9(10)V99.

       LINKAGE SECTION.
      *> LNK-IS-LOCAL VOLTA 'P' (LOCAL DA PRESTACAO), 'E' (ESTABELE-
      *> CIMENTO DO PRESTADOR) OU ESPACO (CONTA SEM ITEM DE SERVICO);
      *> LNK-IS-AVISO VOLTA 'S' QUANDO FALTOU ENDERECO ESTRUTURADO DO
      *> FORNECEDOR OU MUNICIPIO DA FILIAL E A RETENCAO FOI MANTIDA
       01  LNK-ISS-PARM.
           05 LNK-IS-FUNCAO        PIC X(01).
           05 LNK-IS-CNPJ          PIC 9(14).
           05 LNK-IS-NUM-DOC       PIC 9(10).
           05 LNK-IS-DATA-PGTO     PIC 9(08).
           05 LNK-IS-FILIAL        PIC X(04).
           05 LNK-IS-VALOR-BASE    PIC 9(10)V99.
           05 LNK-IS-VALOR-ISS     PIC 9(10)V99.
           05 LNK-IS-ITEM          PIC X(05).
           05 LNK-IS-LOCAL         PIC X(01).
           05 LNK-IS-RETER         PIC X(01).
           05 LNK-IS-COD-IBGE      PIC 9(07).
           05 LNK-IS-MUNICIPIO     PIC X(30).
           05 LNK-IS-UF            PIC X(02).
           05 LNK-IS-AVISO         PIC X(01).

       PROCEDURE DIVISION USING LNK-ISS-PARM.
       100-APLICAR-ISS.
           EVALUATE LNK-IS-FUNCAO
               WHEN 'C'
                   PERFORM 200-DECIDIR-LOCAL
               WHEN 'G'
                   PERFORM 300-GRAVAR-ISS
               WHEN 'E'
                   PERFORM 400-ESTORNAR-ISS
           END-EVALUATE.
           GOBACK.

       200-DECIDIR-LOCAL.
           MOVE SPACES TO LNK-IS-ITEM LNK-IS-LOCAL LNK-IS-MUNICIPIO
                          LNK-IS-UF.
           MOVE ZERO TO LNK-IS-COD-IBGE.
           MOVE 'S' TO LNK-IS-RETER.
           MOVE 'N' TO LNK-IS-AVISO.

           OPEN INPUT CPSERV-FILE.
           IF STATUS-OK-SV
               MOVE LNK-IS-NUM-DOC TO SV-NUM-DOC
               MOVE LNK-IS-CNPJ TO SV-CNPJ-FORN
               READ CPSERV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SV-ITEM-SERVICO TO LNK-IS-ITEM
               END-READ
           END-IF.
           CLOSE CPSERV-FILE.

      *> ITEM FORA DO CADASTRO SEGUE A REGRA GERAL
           IF LNK-IS-ITEM NOT = SPACES
               MOVE 'E' TO LNK-IS-LOCAL
               OPEN INPUT ITEMSERV-FILE
               IF STATUS-OK-LS
                   MOVE LNK-IS-ITEM TO LS-ITEM
                   READ ITEMSERV-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LS-LOCAL = 'P'
                               MOVE 'P' TO LNK-IS-LOCAL
                           END-IF
                   END-READ
               END-IF
               CLOSE ITEMSERV-FILE
           END-IF.

           PERFORM 250-LER-MUNICIPIOS.

           EVALUATE LNK-IS-LOCAL
               WHEN 'P'
                   IF WS-FIL-IBGE = ZERO
                       MOVE 'S' TO LNK-IS-AVISO
                       PERFORM 270-USAR-MUNICIPIO-FORN
                   ELSE
                       PERFORM 260-USAR-MUNICIPIO-FILIAL
                   END-IF
               WHEN 'E'
                   IF WS-FORN-IBGE = ZERO OR WS-FIL-IBGE = ZERO
                       MOVE 'S' TO LNK-IS-AVISO
                       IF WS-FIL-IBGE = ZERO
                           PERFORM 270-USAR-MUNICIPIO-FORN
                       ELSE
                           PERFORM 260-USAR-MUNICIPIO-FILIAL
                       END-IF
                   ELSE
                       PERFORM 270-USAR-MUNICIPIO-FORN
                       IF WS-FORN-IBGE NOT = WS-FIL-IBGE
                           MOVE 'N' TO LNK-IS-RETER
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-FIL-IBGE = ZERO
                       PERFORM 270-USAR-MUNICIPIO-FORN
                   ELSE
                       PERFORM 260-USAR-MUNICIPIO-FILIAL
                   END-IF
           END-EVALUATE.

       250-LER-MUNICIPIOS.
           MOVE ZERO TO WS-FORN-IBGE WS-FIL-IBGE.
           MOVE SPACES TO WS-FORN-MUNICIPIO WS-FORN-UF
                          WS-FIL-MUNICIPIO WS-FIL-UF.
           OPEN INPUT FORNEND-FILE.
           IF STATUS-OK-FE
               MOVE LNK-IS-CNPJ TO FE-CNPJ
               READ FORNEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FE-COD-IBGE TO WS-FORN-IBGE
                       MOVE FE-MUNICIPIO TO WS-FORN-MUNICIPIO
                       MOVE FE-UF TO WS-FORN-UF
               END-READ
           END-IF.
           CLOSE FORNEND-FILE.

           OPEN INPUT FILIALMUN-FILE.
           IF STATUS-OK-FM
               MOVE LNK-IS-FILIAL TO FM-FILIAL
               READ FILIALMUN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FM-COD-IBGE TO WS-FIL-IBGE
                       MOVE FM-MUNICIPIO TO WS-FIL-MUNICIPIO
                       MOVE FM-UF TO WS-FIL-UF
               END-READ
           END-IF.
           CLOSE FILIALMUN-FILE.

       260-USAR-MUNICIPIO-FILIAL.
           MOVE WS-FIL-IBGE TO LNK-IS-COD-IBGE.
           MOVE WS-FIL-MUNICIPIO TO LNK-IS-MUNICIPIO.
           MOVE WS-FIL-UF TO LNK-IS-UF.

       270-USAR-MUNICIPIO-FORN.
           MOVE WS-FORN-IBGE TO LNK-IS-COD-IBGE.
           MOVE WS-FORN-MUNICIPIO TO LNK-IS-MUNICIPIO.
           MOVE WS-FORN-UF TO LNK-IS-UF.

       300-GRAVAR-ISS.
           IF LNK-IS-VALOR-ISS = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ISSMUN-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-IM
               OPEN OUTPUT ISSMUN-FILE
           END-IF.
           IF NOT STATUS-OK-IM
               DISPLAY "AVISO: municipio do ISS nao registrado. "
                       "Status: " WS-STATUS-ISSMUN
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-IS-NUM-DOC TO IM-NUM-DOC.
           MOVE LNK-IS-CNPJ TO IM-CNPJ-FORN.
           MOVE LNK-IS-DATA-PGTO TO IM-DATA-PGTO.
           MOVE LNK-IS-COD-IBGE TO IM-COD-IBGE.
           MOVE LNK-IS-MUNICIPIO TO IM-MUNICIPIO.
           MOVE LNK-IS-UF TO IM-UF.
           MOVE LNK-IS-ITEM TO IM-ITEM-SERVICO.
           MOVE LNK-IS-VALOR-BASE TO IM-VALOR-BASE.
           MOVE LNK-IS-VALOR-ISS TO IM-VALOR-RETIDO.
           WRITE ISSMUN-REG.
           CLOSE ISSMUN-FILE.

      *> ACHA O ISS GRAVADO NO PAGAMENTO (DOCUMENTO/CNPJ/DATA) E LANCA
      *> A MESMA LINHA NEGATIVA COM A DATA DE HOJE, COMO O PGTOCONT FAZ
      *> EM RETENCAO.DAT
       400-ESTORNAR-ISS.
           MOVE ZERO TO WS-EST-QTD.
           OPEN INPUT ISSMUN-FILE.
           IF NOT STATUS-OK-IM
               CLOSE ISSMUN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 410-COLETAR-ISS UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE ISSMUN-FILE.
           IF WS-EST-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ISSMUN-FILE.
           IF NOT STATUS-OK-IM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 420-GRAVAR-ESTORNO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-QTD.
           CLOSE ISSMUN-FILE.

       410-COLETAR-ISS.
           READ ISSMUN-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF IM-NUM-DOC = LNK-IS-NUM-DOC AND
                           IM-CNPJ-FORN = LNK-IS-CNPJ AND
                           IM-DATA-PGTO = LNK-IS-DATA-PGTO AND
                           IM-VALOR-RETIDO > ZERO AND WS-EST-QTD < 10
                       ADD 1 TO WS-EST-QTD
                       MOVE IM-COD-IBGE TO WS-EST-IBGE(WS-EST-QTD)
                       MOVE IM-MUNICIPIO TO WS-EST-MUNICIPIO(WS-EST-QTD)
                       MOVE IM-UF TO WS-EST-UF(WS-EST-QTD)
                       MOVE IM-ITEM-SERVICO TO WS-EST-SERVICO(WS-EST-QTD)
                       MOVE IM-VALOR-BASE TO WS-EST-BASE(WS-EST-QTD)
                       MOVE IM-VALOR-RETIDO TO WS-EST-VALOR(WS-EST-QTD)
                   END-IF
           END-READ.

       420-GRAVAR-ESTORNO.
           MOVE LNK-IS-NUM-DOC TO IM-NUM-DOC.
           MOVE LNK-IS-CNPJ TO IM-CNPJ-FORN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IM-DATA-PGTO.
           MOVE WS-EST-IBGE(WS-EST-IDX) TO IM-COD-IBGE.
           MOVE WS-EST-MUNICIPIO(WS-EST-IDX) TO IM-MUNICIPIO.
           MOVE WS-EST-UF(WS-EST-IDX) TO IM-UF.
           MOVE WS-EST-SERVICO(WS-EST-IDX) TO IM-ITEM-SERVICO.
           MOVE WS-EST-BASE(WS-EST-IDX) TO IM-VALOR-BASE.
           COMPUTE IM-VALOR-RETIDO = ZERO - WS-EST-VALOR(WS-EST-IDX).
           WRITE ISSMUN-REG.
