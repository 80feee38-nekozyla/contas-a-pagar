               ALTERNATE RECORD KEY IS AG-DATA-PROG WITH DUPLICATES
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT CONTABCO-FILE *> Contas bancarias da propria empresa
               ASSIGN TO 'CONTABCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-CONTABCO.

           SELECT PERFBCO-FILE *> Perfil de layout CNAB 240 por banco
               ASSIGN TO 'PERFBCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-BANCO
               FILE STATUS IS WS-STATUS-PERFBCO.

           SELECT FORNBANCO-FILE *> Dados bancarios/chave PIX do fornecedor
               ASSIGN TO 'FORNBANCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  REMESSA-FILE.
       01  CNAB-REG            PIC X(240).
           05 AG-MOTIVO        PIC X(30).
           05 AG-CONTA-EMPRESA PIC X(04).

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 CB-CODIGO        PIC X(04).
           05 CB-BANCO         PIC X(03).
           05 CB-AGENCIA       PIC X(06).
           05 CB-CONTA         PIC X(12).
           05 CB-DESCRICAO     PIC X(30).
           05 CB-SALDO         PIC S9(12)V99.
           05 CB-CONTA-CONTABIL PIC X(08).

      *> PERFIL DE LAYOUT DO BANCO (MANTIDO NO CADCTABA): CONVENIO E
      *> INSCRICAO DA EMPRESA NO BANCO, VERSOES DE LAYOUT DO ARQUIVO E
      *> DOS LOTES, FORMATO DE AGENCIA/CONTA, FORMA E CAMARA DA TED E
      *> SEGMENTOS OPCIONAIS QUE O BANCO EXIGE OU RECUSA
       FD  PERFBCO-FILE.
       01  PERFBCO-REG.
           05 PB-BANCO           PIC X(03).
           05 PB-NOME-BANCO      PIC X(30).
           05 PB-CNPJ-EMPRESA    PIC 9(14).
           05 PB-NOME-EMPRESA    PIC X(30).
           05 PB-CONVENIO        PIC X(20).
           05 PB-VERSAO-ARQUIVO  PIC X(03).
           05 PB-VERSAO-LOTE     PIC X(03).
           05 PB-VERSAO-LOTE-TRIB PIC X(03).
           05 PB-DENSIDADE       PIC 9(05).
           05 PB-FORMATO-CONTA   PIC X(01).
           05 PB-FORMA-TED       PIC X(02).
           05 PB-CAMARA-TED      PIC X(03).
           05 PB-USA-SEG-B       PIC X(01).
           05 PB-USA-J52         PIC X(01).
           05 PB-RESERVADO-BANCO PIC X(20).

       FD  FORNBANCO-FILE.
       01  FORNBANCO-REG.
           05 FB-CNPJ          PIC 9(14).
           05 FB-BANCO         PIC X(03).
           05 FB-AGENCIA       PIC X(06).
           05 FB-CONTA         PIC X(12).
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

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
       01 WS-STATUS-REMESITEM     PIC X(2).
          88 STATUS-OK-RI          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-RI VALUE '35'.
       01 WS-STATUS-CONTABCO      PIC X(2).
          88 STATUS-OK-CB          VALUE '00'.
       01 WS-STATUS-PERFBCO       PIC X(2).
          88 STATUS-OK-PB          VALUE '00'.
       01 WS-STATUS-FORNBANCO     PIC X(2).
          88 STATUS-OK-FB          VALUE '00'.
       01 WS-STATUS-CESSAO        PIC X(2).
          88 STATUS-OK-CS          VALUE '00'.

      *> CONTROLE DE REMESSA: CADA TITULO INCLUIDO SAI DO ESTADO 'A'/
      *> 'V' PARA 'E' (EM REMESSA), O QUE BLOQUEIA O PAGAMENTO MANUAL
       01 WS-QTD-LIBERADOS        PIC 9(06).
       01 WS-FIM-LOG              PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-OPCAO-SELO           PIC X(01).
       01 WS-STATUS-AGENDA        PIC X(2).
          88 STATUS-OK-AG          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AG VALUE '35'.
       01 WS-VALOR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-VALOR-ITEM           PIC 9(10)V99.

      *> CONTA PAGADORA DA REMESSA: O BANCO DELA DEFINE O PERFIL DE
      *> LAYOUT USADO NO ARQUIVO INTEIRO
       01 WS-CONTA-PAGADORA       PIC X(04).
       01 WS-CONTA-OK             PIC X(01).
       01 WS-FORNBANCO-ABERTO     PIC X(01) VALUE 'N'.
      *> TITULO CEDIDO: O FAVORECIDO DA REMESSA E O CESSIONARIO
       01 WS-CESSAO-ABERTA        PIC X(01) VALUE 'N'.
       01 WS-CESSAO-ATIVA         PIC X(01) VALUE 'N'.
      *> LINHA DIGITAVEL QUE VAI NO SEGMENTO J: A DO TITULO OU, NO
      *> TITULO CEDIDO, A DO BOLETO REEMITIDO AO CESSIONARIO
       01 WS-LINHA-TITULO         PIC X(47).
       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-DATA-PAGAMENTO       PIC 9(08).
       01 WS-QTD-SEM-DADOS        PIC 9(06).
      *> CREDITO SUJEITO A RECUPERACAO JUDICIAL NAO ENTRA NA REMESSA
       01 WS-QTD-BLOQ-RJ          PIC 9(06).
       01 WS-RJ-PARM.
           05 WS-RJ-CNPJ          PIC 9(14).
           05 WS-RJ-DATA-EMISSAO  PIC 9(08).
           05 WS-RJ-BLOQUEADO     PIC X(01).
           05 WS-RJ-DATA-PEDIDO   PIC 9(08).
      *> NEM FORNECEDOR SANCIONADO NO CEIS/CNEP SEM LIBERACAO DE
      *> COMPLIANCE (VERIFSAN)
       01 WS-QTD-BLOQ-SAN         PIC 9(06).
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).
      *> NEM O QUE ESTOURA O LIMITE DIARIO DA CONTA PAGADORA OU DO
      *> OPERADOR NA DATA DE GERACAO: VAI PARA A FILA DO LIBPAG (VERIFLIM)
       01 WS-QTD-BLOQ-LIM         PIC 9(06).
       01 WS-QTD-OUTRA-CONTA      PIC 9(06).
       01 WS-USUARIO-REMESSA      PIC X(10).
       01 WS-LIM-PARM.
           05 WS-LIM-OPERACAO      PIC X(01).
           05 WS-LIM-PROGRAMA      PIC X(08) VALUE 'CNAB240'.
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

      *> UM LOTE POR FORMA DE LANCAMENTO, NESTA ORDEM: CREDITO EM
      *> CONTA NO PROPRIO BANCO, TED (A FORMA VEM DO PERFIL), BOLETO
      *> DO PROPRIO BANCO, BOLETO DE OUTROS BANCOS E ARRECADACAO
       01 WS-FORMAS-INIT          PIC X(10) VALUE '0141303111'.
       01 WS-FORMAS-TAB REDEFINES WS-FORMAS-INIT.
           05 WS-FORMA-LOTE       PIC X(02) OCCURS 5 TIMES.
       01 WS-FORMA-IDX            PIC 9(01).
       01 WS-FORMA-CONTA          PIC X(02).
       01 WS-NUM-LOTE             PIC 9(04).
       01 WS-LOTE-ABERTO          PIC X(01).
       01 WS-SEQ-REG-LOTE         PIC 9(05).
       01 WS-QTD-REG-LOTE         PIC 9(06).
       01 WS-VALOR-LOTE           PIC 9(16)V99.
       01 WS-QTD-REG-ARQUIVO      PIC 9(06).

      *> APOIO DE FORMATACAO: DATA NO PADRAO DDMMAAAA DO FEBRABAN,
      *> AGENCIA/CONTA NO FORMATO DO BANCO E O "SEU NUMERO" (DOCUMENTO
      *> E REMESSA), QUE O BANCO DEVOLVE NO RETORNO PARA O CASAMENTO
       01 WS-DATA-AAAAMMDD        PIC 9(08).
       01 WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01 WS-DATA-DDMMAAAA.
           05 WS-DF-DIA           PIC 9(02).
           05 WS-DF-MES           PIC 9(02).
           05 WS-DF-ANO           PIC 9(04).
       01 WS-FMT-AGENCIA          PIC X(06).
       01 WS-FMT-CONTA            PIC X(12).
       01 WS-FMT-AG-NUM           PIC X(06).
       01 WS-FMT-AG-DV            PIC X(01).
       01 WS-FMT-CT-NUM           PIC X(12).
       01 WS-FMT-CT-DV            PIC X(01).
       01 WS-FMT-AG-N             PIC 9(05).
       01 WS-FMT-CT-N             PIC 9(12).
       01 WS-FMT-AREA             PIC X(20).
       01 WS-FMT-FEBRABAN REDEFINES WS-FMT-AREA.
           05 WS-FF-AGENCIA       PIC 9(05).
           05 WS-FF-AG-DV         PIC X(01).
           05 WS-FF-CONTA         PIC 9(12).
           05 WS-FF-CT-DV         PIC X(01).
           05 WS-FF-AG-CT-DV      PIC X(01).
       01 WS-FMT-ITAU REDEFINES WS-FMT-AREA.
           05 WS-FI-ZERO          PIC X(01).
           05 WS-FI-AGENCIA       PIC 9(04).
           05 WS-FI-BRANCO1       PIC X(01).
           05 WS-FI-ZEROS         PIC X(07).
           05 WS-FI-CONTA         PIC 9(05).
           05 WS-FI-BRANCO2       PIC X(01).
           05 WS-FI-DV            PIC X(01).
       01 WS-SEU-NUMERO.
           05 WS-SN-NUM-DOC       PIC 9(10).
           05 WS-SN-REMESSA       PIC 9(06).
           05 FILLER              PIC X(04) VALUE SPACES.

      *> LAYOUT FEBRABAN 240: REGISTROS GRAVADOS SOBRE A AREA DE 240
      *> POSICOES DE CNAB-REG. HEADER DE ARQUIVO (TIPO 0)
       01 WS-HDR-ARQUIVO.
           05 WS-HA-BANCO         PIC X(03).
           05 WS-HA-LOTE          PIC X(04) VALUE '0000'.
           05 WS-HA-TIPO          PIC X(01) VALUE '0'.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 WS-HA-TIPO-INSCR    PIC X(01) VALUE '2'.
           05 WS-HA-CNPJ          PIC 9(14).
           05 WS-HA-CONVENIO      PIC X(20).
           05 WS-HA-AG-CONTA      PIC X(20).
           05 WS-HA-NOME-EMPRESA  PIC X(30).
           05 WS-HA-NOME-BANCO    PIC X(30).
           05 FILLER              PIC X(10) VALUE SPACES.
           05 WS-HA-CODIGO-REM    PIC X(01) VALUE '1'.
           05 WS-HA-DATA          PIC X(08).
           05 WS-HA-HORA          PIC 9(06).
           05 WS-HA-NSA           PIC 9(06).
           05 WS-HA-VERSAO        PIC X(03).
           05 WS-HA-DENSIDADE     PIC 9(05).
           05 WS-HA-RESERV-BANCO  PIC X(20).
           05 WS-HA-RESERV-EMPR   PIC X(20).
           05 FILLER              PIC X(29) VALUE SPACES.

      *> HEADER DE LOTE (TIPO 1), UM POR FORMA DE LANCAMENTO
       01 WS-HDR-LOTE.
           05 WS-HL-BANCO         PIC X(03).
           05 WS-HL-LOTE          PIC 9(04).
           05 WS-HL-TIPO          PIC X(01) VALUE '1'.
           05 WS-HL-OPERACAO      PIC X(01) VALUE 'C'.
           05 WS-HL-SERVICO       PIC X(02).
           05 WS-HL-FORMA         PIC X(02).
           05 WS-HL-VERSAO        PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HL-TIPO-INSCR    PIC X(01) VALUE '2'.
           05 WS-HL-CNPJ          PIC 9(14).
           05 WS-HL-CONVENIO      PIC X(20).
           05 WS-HL-AG-CONTA      PIC X(20).
           05 WS-HL-NOME-EMPRESA  PIC X(30).
           05 WS-HL-MENSAGEM      PIC X(40) VALUE SPACES.
           05 WS-HL-ENDERECO      PIC X(30) VALUE SPACES.
           05 WS-HL-NUMERO        PIC X(05) VALUE SPACES.
           05 WS-HL-COMPLEMENTO   PIC X(15) VALUE SPACES.
           05 WS-HL-CIDADE        PIC X(20) VALUE SPACES.
           05 WS-HL-CEP           PIC X(08) VALUE SPACES.
           05 WS-HL-UF            PIC X(02) VALUE SPACES.
           05 WS-HL-IND-FORMA     PIC X(02) VALUE '01'.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-HL-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> SEGMENTO A: CREDITO EM CONTA / TED PARA O FAVORECIDO
       01 WS-SEG-A.
           05 WS-SA-BANCO         PIC X(03).
           05 WS-SA-LOTE          PIC 9(04).
           05 WS-SA-TIPO          PIC X(01) VALUE '3'.
           05 WS-SA-SEQ           PIC 9(05).
           05 WS-SA-SEGMENTO      PIC X(01) VALUE 'A'.
           05 WS-SA-TIPO-MOV      PIC X(01) VALUE '0'.
           05 WS-SA-INSTRUCAO     PIC X(02) VALUE '00'.
           05 WS-SA-CAMARA        PIC X(03).
           05 WS-SA-BANCO-FAV     PIC X(03).
           05 WS-SA-AG-CONTA-FAV  PIC X(20).
           05 WS-SA-NOME-FAV      PIC X(30).
           05 WS-SA-SEU-NUMERO    PIC X(20).
           05 WS-SA-DATA-PGTO     PIC X(08).
           05 WS-SA-MOEDA         PIC X(03) VALUE 'BRL'.
           05 WS-SA-QTD-MOEDA     PIC 9(10)V9(05) VALUE ZERO.
           05 WS-SA-VALOR         PIC 9(13)V99.
           05 WS-SA-NOSSO-NUMERO  PIC X(20) VALUE SPACES.
           05 WS-SA-DATA-REAL     PIC 9(08) VALUE ZERO.
           05 WS-SA-VALOR-REAL    PIC 9(13)V99 VALUE ZERO.
           05 WS-SA-INFORMACAO    PIC X(40) VALUE SPACES.
           05 WS-SA-COMPL-SERVICO PIC X(02) VALUE SPACES.
           05 WS-SA-FINALIDADE-TED PIC X(05) VALUE '00010'.
           05 WS-SA-FINALIDADE-CPL PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SA-AVISO         PIC X(01) VALUE '0'.
           05 WS-SA-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> SEGMENTO B: INSCRICAO E ENDERECO DO FAVORECIDO
       01 WS-SEG-B.
           05 WS-SB-BANCO         PIC X(03).
           05 WS-SB-LOTE          PIC 9(04).
           05 WS-SB-TIPO          PIC X(01) VALUE '3'.
           05 WS-SB-SEQ           PIC 9(05).
           05 WS-SB-SEGMENTO      PIC X(01) VALUE 'B'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SB-TIPO-INSCR    PIC X(01) VALUE '2'.
           05 WS-SB-INSCRICAO     PIC 9(14).
           05 WS-SB-ENDERECO      PIC X(30).
           05 WS-SB-NUMERO        PIC X(05) VALUE SPACES.
           05 WS-SB-COMPLEMENTO   PIC X(15) VALUE SPACES.
           05 WS-SB-BAIRRO        PIC X(15) VALUE SPACES.
           05 WS-SB-CIDADE        PIC X(20) VALUE SPACES.
           05 WS-SB-CEP           PIC X(08) VALUE SPACES.
           05 WS-SB-UF            PIC X(02) VALUE SPACES.
           05 WS-SB-DATA-VENC     PIC X(08).
           05 WS-SB-VALOR-DOC     PIC 9(13)V99.
           05 WS-SB-ABATIMENTO    PIC 9(13)V99 VALUE ZERO.
           05 WS-SB-DESCONTO      PIC 9(13)V99 VALUE ZERO.
           05 WS-SB-MORA          PIC 9(13)V99 VALUE ZERO.
           05 WS-SB-MULTA         PIC 9(13)V99 VALUE ZERO.
           05 WS-SB-COD-DOC-FAV   PIC X(15) VALUE SPACES.
           05 WS-SB-AVISO         PIC X(01) VALUE '0'.
           05 WS-SB-CODIGO-UG     PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE SPACES.

      *> SEGMENTO J: LIQUIDACAO DE BOLETO PELO CODIGO DE BARRAS
       01 WS-SEG-J.
           05 WS-SJ-BANCO         PIC X(03).
           05 WS-SJ-LOTE          PIC 9(04).
           05 WS-SJ-TIPO          PIC X(01) VALUE '3'.
           05 WS-SJ-SEQ           PIC 9(05).
           05 WS-SJ-SEGMENTO      PIC X(01) VALUE 'J'.
           05 WS-SJ-TIPO-MOV      PIC X(01) VALUE '0'.
           05 WS-SJ-INSTRUCAO     PIC X(02) VALUE '00'.
           05 WS-SJ-COD-BARRAS    PIC X(44).
           05 WS-SJ-NOME-CEDENTE  PIC X(30).
           05 WS-SJ-DATA-VENC     PIC X(08).
           05 WS-SJ-VALOR-TITULO  PIC 9(13)V99.
           05 WS-SJ-DESCONTO      PIC 9(13)V99 VALUE ZERO.
           05 WS-SJ-ACRESCIMO     PIC 9(13)V99 VALUE ZERO.
           05 WS-SJ-DATA-PGTO     PIC X(08).
           05 WS-SJ-VALOR-PGTO    PIC 9(13)V99.
           05 WS-SJ-QTD-MOEDA     PIC 9(10)V9(05) VALUE ZERO.
           05 WS-SJ-SEU-NUMERO    PIC X(20).
           05 WS-SJ-NOSSO-NUMERO  PIC X(20) VALUE SPACES.
           05 WS-SJ-MOEDA         PIC X(02) VALUE '09'.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-SJ-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> SEGMENTO J-52: SACADO, CEDENTE E SACADOR DO BOLETO
       01 WS-SEG-J52.
           05 WS-SJ52-BANCO       PIC X(03).
           05 WS-SJ52-LOTE        PIC 9(04).
           05 WS-SJ52-TIPO        PIC X(01) VALUE '3'.
           05 WS-SJ52-SEQ         PIC 9(05).
           05 WS-SJ52-SEGMENTO    PIC X(01) VALUE 'J'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SJ52-MOVIMENTO   PIC X(02) VALUE '00'.
           05 WS-SJ52-ID-OPCIONAL PIC X(02) VALUE '52'.
           05 WS-SJ52-TP-SACADO   PIC X(01) VALUE '2'.
           05 WS-SJ52-INSCR-SACADO PIC 9(15).
           05 WS-SJ52-NOME-SACADO PIC X(40).
           05 WS-SJ52-TP-CEDENTE  PIC X(01) VALUE '2'.
           05 WS-SJ52-INSCR-CEDENTE PIC 9(15).
           05 WS-SJ52-NOME-CEDENTE PIC X(40).
           05 WS-SJ52-TP-SACADOR  PIC X(01) VALUE '0'.
           05 WS-SJ52-INSCR-SACADOR PIC 9(15) VALUE ZERO.
           05 WS-SJ52-NOME-SACADOR PIC X(40) VALUE SPACES.
           05 FILLER              PIC X(53) VALUE SPACES.

      *> SEGMENTO O: PAGAMENTO DE CONTAS E TRIBUTOS COM CODIGO DE
      *> BARRAS DE ARRECADACAO
       01 WS-SEG-O.
           05 WS-SO-BANCO         PIC X(03).
           05 WS-SO-LOTE          PIC 9(04).
           05 WS-SO-TIPO          PIC X(01) VALUE '3'.
           05 WS-SO-SEQ           PIC 9(05).
           05 WS-SO-SEGMENTO      PIC X(01) VALUE 'O'.
           05 WS-SO-TIPO-MOV      PIC X(01) VALUE '0'.
           05 WS-SO-INSTRUCAO     PIC X(02) VALUE '00'.
           05 WS-SO-COD-BARRAS    PIC X(44).
           05 WS-SO-NOME          PIC X(30).
           05 WS-SO-DATA-VENC     PIC X(08).
           05 WS-SO-DATA-PGTO     PIC X(08).
           05 WS-SO-VALOR         PIC 9(13)V99.
           05 WS-SO-SEU-NUMERO    PIC X(20).
           05 WS-SO-NOSSO-NUMERO  PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(68) VALUE SPACES.
           05 WS-SO-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> TRAILER DE LOTE (TIPO 5)
       01 WS-TRL-LOTE.
           05 WS-TL-BANCO         PIC X(03).
           05 WS-TL-LOTE          PIC 9(04).
           05 WS-TL-TIPO          PIC X(01) VALUE '5'.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 WS-TL-QTD-REG       PIC 9(06).
           05 WS-TL-VALOR         PIC 9(16)V99.
           05 WS-TL-QTD-MOEDA     PIC 9(13)V9(05) VALUE ZERO.
           05 WS-TL-AVISO-DEBITO  PIC 9(06) VALUE ZERO.
           05 FILLER              PIC X(165) VALUE SPACES.
           05 WS-TL-OCORRENCIAS   PIC X(10) VALUE SPACES.

      *> TRAILER DE ARQUIVO (TIPO 9)
       01 WS-TRL-ARQUIVO.
           05 WS-TA-BANCO         PIC X(03).
           05 WS-TA-LOTE          PIC X(04) VALUE '9999'.
           05 WS-TA-TIPO          PIC X(01) VALUE '9'.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 WS-TA-QTD-LOTES     PIC 9(06).
           05 WS-TA-QTD-REG       PIC 9(06).
           05 WS-TA-QTD-CONTAS    PIC 9(06) VALUE ZERO.
           05 FILLER              PIC X(205) VALUE SPACES.

      *> SELO DO ARQUIVO GERADO (ROTINA SELOREM): HASH E TOTAIS DE
      *> CONTROLE GRAVADOS EM REMSELO.DAT, CONFERIDOS ANTES DO ENVIO
       01 WS-SELO-PARM.
           05 WS-SL-FUNCAO        PIC X(01).
           05 WS-SL-ARQUIVO       PIC X(12).
           05 WS-SL-PROGRAMA      PIC X(08) VALUE 'CNAB240'.
           05 WS-SL-NUM-REMESSA   PIC 9(06).
           05 WS-SL-RESULTADO     PIC X(01).
           05 WS-SL-QTD           PIC 9(06).
           05 WS-SL-SOMA-VALOR    PIC 9(15)V99.
           05 WS-SL-SOMA-CNPJ     PIC 9(18).
           05 WS-SL-HASH          PIC 9(18).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
           DISPLAY "    processada pelo banco, para baixa manual)".
           DISPLAY "R - Processar arquivo de retorno do banco".
           DISPLAY "C - Consultar log de remessas".
           DISPLAY "V - Verificar selo do arquivo antes do envio".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

                   CALL 'RETBANCO'
               WHEN 'C'
                   PERFORM 700-CONSULTAR-LOG
               WHEN 'V'
                   PERFORM 800-VERIFICAR-SELO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
               GOBACK
           END-IF.

           PERFORM 120-SELECIONAR-CONTA-PAGADORA.
           IF WS-CONTA-OK NOT = 'S'
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 500-PROXIMO-NUMERO-REMESSA.
           DISPLAY "Numero desta remessa: " WS-NUM-REMESSA.
           MOVE ZERO TO WS-QTD-REGISTROS.
           MOVE ZERO TO WS-VALOR-TOTAL.
           MOVE ZERO TO WS-QTD-SEM-DADOS.
           MOVE ZERO TO WS-QTD-BLOQ-RJ.
           MOVE ZERO TO WS-QTD-BLOQ-SAN.
           MOVE ZERO TO WS-QTD-BLOQ-LIM.
           MOVE ZERO TO WS-QTD-OUTRA-CONTA.
           MOVE ZERO TO WS-NUM-LOTE.
           MOVE ZERO TO WS-QTD-REG-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 130-LER-USUARIO-SESSAO.

           OPEN EXTEND REMESITEM-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RI

           OPEN INPUT FORNECEDORES-FILE.

           MOVE 'N' TO WS-FORNBANCO-ABERTO.
           OPEN INPUT FORNBANCO-FILE.
           IF STATUS-OK-FB
               MOVE 'S' TO WS-FORNBANCO-ABERTO
           END-IF.
           MOVE 'N' TO WS-CESSAO-ABERTA.
           OPEN INPUT CESSAO-FILE.
           IF STATUS-OK-CS
               MOVE 'S' TO WS-CESSAO-ABERTA
           END-IF.

           DISPLAY "Somente titulos programados na agenda para a data "
                   "(AAAAMMDD, zeros para todos): " WITH NO ADVANCING.
           MOVE ZERO TO WS-AGENDA-DATA.

           PERFORM 200-GRAVAR-HEADER.

           PERFORM 250-GERAR-LOTE
               VARYING WS-FORMA-IDX FROM 1 BY 1
               UNTIL WS-FORMA-IDX > 5.

           PERFORM 400-GRAVAR-TRAILER.

           CLOSE FORNECEDORES-FILE.
           CLOSE REMESSA-FILE.
           CLOSE REMESITEM-FILE.
           IF WS-FORNBANCO-ABERTO = 'S'
               CLOSE FORNBANCO-FILE
               MOVE 'N' TO WS-FORNBANCO-ABERTO
           END-IF.
           IF WS-CESSAO-ABERTA = 'S'
               CLOSE CESSAO-FILE
               MOVE 'N' TO WS-CESSAO-ABERTA
           END-IF.
           IF WS-AGENDA-ABERTA = 'S'
               CLOSE AGENDA-FILE
               MOVE 'N' TO WS-AGENDA-ABERTA
           END-IF.

           PERFORM 550-GRAVAR-LOG-REMESSA.
           PERFORM 560-SELAR-ARQUIVO.

           DISPLAY "Arquivo REMESSA.DAT gerado com " WS-QTD-REGISTROS
                   " titulo(s), valor total " WS-VALOR-TOTAL
                   " (remessa " WS-NUM-REMESSA ").".
           DISPLAY "Layout do banco " PB-BANCO " - " PB-NOME-BANCO
                   ", " WS-NUM-LOTE " lote(s).".
           IF WS-QTD-SEM-DADOS > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-DADOS " titulo(s) sem codigo "
                       "de barras nem dados bancarios do fornecedor "
                       "ficaram fora da remessa."
           END-IF.
           IF WS-QTD-BLOQ-RJ > ZERO
               DISPLAY "AVISO: " WS-QTD-BLOQ-RJ " titulo(s) anterior(es) "
                       "ao pedido de recuperacao judicial do fornecedor "
                       "ficaram fora da remessa."
           END-IF.
           IF WS-QTD-BLOQ-SAN > ZERO
               DISPLAY "AVISO: " WS-QTD-BLOQ-SAN " titulo(s) de "
                       "fornecedor sancionado no CEIS/CNEP ficaram fora "
                       "da remessa."
           END-IF.
           IF WS-QTD-BLOQ-LIM > ZERO
               DISPLAY "AVISO: " WS-QTD-BLOQ-LIM " titulo(s) acima do "
                       "limite diario ficaram fora da remessa, na fila "
                       "de liberacao (LIBPAG)."
           END-IF.
           IF WS-QTD-OUTRA-CONTA > ZERO
               DISPLAY "AVISO: " WS-QTD-OUTRA-CONTA " titulo(s) da agenda "
                       "programado(s) para outra conta pagadora ficaram "
                       "para a remessa daquela conta."
           END-IF.

      *> A REMESSA SAI PELA CONTA BANCARIA ESCOLHIDA: O BANCO DESSA
      *> CONTA PRECISA TER UM PERFIL DE LAYOUT CADASTRADO, POIS E ELE
      *> QUE DA CONVENIO, VERSOES E AS VARIACOES DO LAYOUT DO BANCO
       120-SELECIONAR-CONTA-PAGADORA.
           MOVE 'N' TO WS-CONTA-OK.
           DISPLAY "Codigo da conta bancaria pagadora (ex.: C001): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONTA-PAGADORA.

           OPEN INPUT CONTABCO-FILE.
           IF NOT STATUS-OK-CB
               DISPLAY "ERRO: contas bancarias da empresa indisponiveis. "
                       "Status: " WS-STATUS-CONTABCO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-PAGADORA TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: conta bancaria " WS-CONTA-PAGADORA
                           " nao cadastrada."
                   CLOSE CONTABCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTABCO-FILE.

           OPEN INPUT PERFBCO-FILE.
           IF NOT STATUS-OK-PB
               DISPLAY "ERRO: nenhum perfil de layout de banco cadastrado "
                       "(Contas Bancarias, opcao P)."
               EXIT PARAGRAPH
           END-IF.
           MOVE CB-BANCO TO PB-BANCO.
           READ PERFBCO-FILE
               INVALID KEY
                   DISPLAY "ERRO: banco " CB-BANCO " sem perfil de layout "
                           "CNAB cadastrado (Contas Bancarias, opcao P)."
                   CLOSE PERFBCO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PERFBCO-FILE.

           IF PB-FORMA-TED = SPACES
               MOVE '41' TO PB-FORMA-TED
           END-IF.
           IF PB-CAMARA-TED = SPACES
               MOVE '018' TO PB-CAMARA-TED
           END-IF.
           MOVE PB-FORMA-TED TO WS-FORMA-LOTE(2).
           DISPLAY "Conta " CB-CODIGO " - banco " CB-BANCO " "
                   PB-NOME-BANCO " ag " CB-AGENCIA " conta " CB-CONTA.
           MOVE 'S' TO WS-CONTA-OK.

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
           MOVE 'S' TO WS-AGENDA-ABERTA.

      *> CONSULTA A AGENDA PARA SABER SE O TITULO CORRENTE DE CONTA-REG
      *> FOI PROGRAMADO PARA A DATA FILTRADA. ITEM ROTEADO PARA OUTRA
      *> CONTA PAGADORA (ROTABCO) FICA PARA O ARQUIVO DAQUELA CONTA, E
      *> ASSIM A REMESSA DO DIA SAI SEPARADA POR BANCO; SEM CONTA NA
      *> AGENDA O TITULO VAI NA PRIMEIRA REMESSA GERADA
       160-VERIFICAR-AGENDA-DOC.
           MOVE 'N' TO WS-AGENDA-PROGRAMADO.
           MOVE CP-NUM-DOC   TO AG-NUM-DOC.
                   CONTINUE
               NOT INVALID KEY
                   IF AG-DATA-PROG = WS-AGENDA-DATA
                       IF AG-CONTA-EMPRESA = SPACES OR
                               AG-CONTA-EMPRESA = WS-CONTA-PAGADORA
                           MOVE 'S' TO WS-AGENDA-PROGRAMADO
                       ELSE
                           IF WS-FORMA-IDX = 1
                               ADD 1 TO WS-QTD-OUTRA-CONTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> HEADER DE ARQUIVO: EMPRESA E CONVENIO CONFORME O PERFIL DO
      *> BANCO; O NUMERO DA REMESSA E O NSA (SEQUENCIAL DO ARQUIVO)
       200-GRAVAR-HEADER.
           MOVE CB-BANCO TO WS-HA-BANCO.
           MOVE PB-CNPJ-EMPRESA TO WS-HA-CNPJ.
           MOVE PB-CONVENIO TO WS-HA-CONVENIO.
           MOVE CB-AGENCIA TO WS-FMT-AGENCIA.
           MOVE CB-CONTA TO WS-FMT-CONTA.
           PERFORM 820-FORMATAR-AGENCIA-CONTA.
           MOVE WS-FMT-AREA TO WS-HA-AG-CONTA.
           IF PB-NOME-EMPRESA = SPACES
               MOVE "CONTAS A PAGAR" TO WS-HA-NOME-EMPRESA
           ELSE
               MOVE PB-NOME-EMPRESA TO WS-HA-NOME-EMPRESA
           END-IF.
           MOVE PB-NOME-BANCO TO WS-HA-NOME-BANCO.
           MOVE WS-DATA-HOJE TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-HA-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HA-HORA.
           MOVE WS-NUM-REMESSA TO WS-HA-NSA.
           MOVE PB-VERSAO-ARQUIVO TO WS-HA-VERSAO.
           MOVE PB-DENSIDADE TO WS-HA-DENSIDADE.
           MOVE PB-RESERVADO-BANCO TO WS-HA-RESERV-BANCO.
           MOVE SPACES TO WS-HA-RESERV-EMPR.
           MOVE WS-HDR-ARQUIVO TO CNAB-REG.
           WRITE CNAB-REG.
           ADD 1 TO WS-QTD-REG-ARQUIVO.

      *> UMA PASSADA NO CONTAS A PAGAR POR FORMA DE LANCAMENTO. O
      *> HEADER DO LOTE SO E GRAVADO NO PRIMEIRO TITULO DAQUELA FORMA,
      *> PARA NAO GERAR LOTE VAZIO; OS TITULOS JA INCLUIDOS FICAM EM
      *> 'E' E NAO SAO PEGOS DE NOVO NAS PASSADAS SEGUINTES
       250-GERAR-LOTE.
           MOVE 'N' TO WS-LOTE-ABERTO.
           MOVE ZERO TO WS-SEQ-REG-LOTE.
           MOVE ZERO TO WS-QTD-REG-LOTE.
           MOVE ZERO TO WS-VALOR-LOTE.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CP-PRIMARY-KEY.
           START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 300-LER-PROXIMA-CONTA UNTIL WS-FIM-LEITURA = 'Y'.
           IF WS-LOTE-ABERTO = 'S'
               PERFORM 270-GRAVAR-TRAILER-LOTE
           END-IF.

       260-ABRIR-LOTE.
           ADD 1 TO WS-NUM-LOTE.
           MOVE CB-BANCO TO WS-HL-BANCO.
           MOVE WS-NUM-LOTE TO WS-HL-LOTE.
           MOVE WS-FORMA-LOTE(WS-FORMA-IDX) TO WS-HL-FORMA.
           IF WS-FORMA-LOTE(WS-FORMA-IDX) = '11'
               MOVE '22' TO WS-HL-SERVICO
               MOVE PB-VERSAO-LOTE-TRIB TO WS-HL-VERSAO
           ELSE
               MOVE '20' TO WS-HL-SERVICO
               MOVE PB-VERSAO-LOTE TO WS-HL-VERSAO
           END-IF.
           MOVE PB-CNPJ-EMPRESA TO WS-HL-CNPJ.
           MOVE PB-CONVENIO TO WS-HL-CONVENIO.
           MOVE CB-AGENCIA TO WS-FMT-AGENCIA.
           MOVE CB-CONTA TO WS-FMT-CONTA.
           PERFORM 820-FORMATAR-AGENCIA-CONTA.
           MOVE WS-FMT-AREA TO WS-HL-AG-CONTA.
           MOVE WS-HA-NOME-EMPRESA TO WS-HL-NOME-EMPRESA.
           MOVE WS-HDR-LOTE TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.
           MOVE 'S' TO WS-LOTE-ABERTO.

      *> TRAILER DO LOTE: A QUANTIDADE INCLUI HEADER E TRAILER DO
      *> PROPRIO LOTE
       270-GRAVAR-TRAILER-LOTE.
           ADD 1 TO WS-QTD-REG-LOTE.
           MOVE CB-BANCO TO WS-TL-BANCO.
           MOVE WS-NUM-LOTE TO WS-TL-LOTE.
           MOVE WS-QTD-REG-LOTE TO WS-TL-QTD-REG.
           MOVE WS-VALOR-LOTE TO WS-TL-VALOR.
           MOVE WS-TRL-LOTE TO CNAB-REG.
           WRITE CNAB-REG.
           ADD 1 TO WS-QTD-REG-ARQUIVO.

       300-LER-PROXIMA-CONTA.
           READ CONTAPAGAR-FILE NEXT RECORD
                           PERFORM 160-VERIFICAR-AGENDA-DOC
                       END-IF
                       IF WS-AGENDA-PROGRAMADO = 'S'
                           PERFORM 310-AVALIAR-FORMA-DO-TITULO
                       END-IF
                   END-IF
           END-READ.

      *> O TITULO SO ENTRA NO LOTE DA PASSADA CORRENTE SE A FORMA DE
      *> LANCAMENTO DELE FOR A DO LOTE; SEM FORMA POSSIVEL (NEM CODIGO
      *> DE BARRAS NEM CONTA DO FORNECEDOR) ELE E CONTADO UMA VEZ SO
       310-AVALIAR-FORMA-DO-TITULO.
           PERFORM 315-VERIFICAR-RECUPERACAO.
           IF WS-RJ-BLOQUEADO = 'S'
               IF WS-FORMA-IDX = 1
                   ADD 1 TO WS-QTD-BLOQ-RJ
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 316-VERIFICAR-SANCAO.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
               IF WS-FORMA-IDX = 1
                   ADD 1 TO WS-QTD-BLOQ-SAN
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 320-DETERMINAR-FORMA.
           IF WS-FORMA-CONTA = SPACES
               IF WS-FORMA-IDX = 1
                   ADD 1 TO WS-QTD-SEM-DADOS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FORMA-CONTA = WS-FORMA-LOTE(WS-FORMA-IDX)
               PERFORM 317-VERIFICAR-LIMITE-DIARIO
               IF WS-LIM-RETIDO = 'S'
                   ADD 1 TO WS-QTD-BLOQ-LIM
               ELSE
                   PERFORM 350-GRAVAR-DETALHE
               END-IF
           END-IF.

      *> TITULO EMITIDO ANTES DO PEDIDO DE RECUPERACAO JUDICIAL DO
      *> FORNECEDOR E CREDITO SUJEITO AO PLANO (VERIFRJ)
       315-VERIFICAR-RECUPERACAO.
           MOVE CP-CNPJ-FORN TO WS-RJ-CNPJ.
           MOVE CP-DATA-EMISSAO TO WS-RJ-DATA-EMISSAO.
           CALL 'VERIFRJ' USING WS-RJ-PARM.

      *> FORNECEDOR COM SANCAO EM VIGOR NO CEIS/CNEP (VERIFSAN)
       316-VERIFICAR-SANCAO.
           MOVE CP-CNPJ-FORN TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.

      *> O TITULO CONTA NO LIMITE DIARIO DA CONTA PAGADORA E DO OPERADOR
      *> NA DATA EM QUE O ARQUIVO E GERADO (VERIFLIM)
       317-VERIFICAR-LIMITE-DIARIO.
           MOVE 'V' TO WS-LIM-OPERACAO.
           MOVE WS-DATA-HOJE TO WS-LIM-DATA.
           MOVE WS-CONTA-PAGADORA TO WS-LIM-CONTA.
           MOVE WS-USUARIO-REMESSA TO WS-LIM-USUARIO.
           MOVE CP-NUM-DOC TO WS-LIM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-LIM-CNPJ.
           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-LIM-VALOR
           ELSE
               MOVE CP-SALDO TO WS-LIM-VALOR
           END-IF.
           CALL 'VERIFLIM' USING WS-LIM-PARM.

      *> FORMA DE LANCAMENTO FEBRABAN: CODIGO DE ARRECADACAO (O LANCCONT
      *> GRAVA AS 44 POSICOES DO CODIGO DE BARRAS COMECANDO COM '8')
      *> SAI COMO PAGAMENTO DE CONTAS E TRIBUTOS (11); BOLETO COMO
      *> LIQUIDACAO DE TITULO DO PROPRIO BANCO (30) OU DE OUTRO (31);
      *> SEM CODIGO, CREDITO EM CONTA (01) NO MESMO BANCO OU TED.
      *> TITULO CEDIDO SO SAI PELO BOLETO REEMITIDO AO CESSIONARIO,
      *> COM A LINHA GRAVADA NA CESSAO (O BOLETO DO FORNECEDOR NUNCA);
      *> BOLETO CEDIDO SEM LINHA GRAVADA FICA FORA DA REMESSA (SEM
      *> DADOS), COMO NO PIXREM O TITULO CEDIDO SEM CHAVE DO
      *> CESSIONARIO. SEM BOLETO CEDIDO, CREDITO NA CONTA DO CESSIONARIO
      *> E NUNCA NA DO FORNECEDOR
       320-DETERMINAR-FORMA.
           MOVE SPACES TO WS-FORMA-CONTA.
           MOVE SPACES TO WS-LINHA-TITULO.
           PERFORM 322-VERIFICAR-CESSAO.
           EVALUATE TRUE
               WHEN CP-LINHA-DIGITAVEL(1:1) = '8' AND
                    CP-LINHA-DIGITAVEL(45:3) = SPACES
                   MOVE CP-LINHA-DIGITAVEL TO WS-LINHA-TITULO
                   MOVE '11' TO WS-FORMA-CONTA
               WHEN WS-CESSAO-ATIVA = 'S' AND CS-BOLETO-CEDIDO = 'S'
                   IF CS-LINHA-DIGITAVEL NOT = SPACES
                       MOVE CS-LINHA-DIGITAVEL TO WS-LINHA-TITULO
                       PERFORM 324-FORMA-BOLETO
                   END-IF
               WHEN WS-CESSAO-ATIVA = 'S'
                   PERFORM 327-DADOS-BANCARIOS-CESSAO
               WHEN CP-LINHA-DIGITAVEL NOT = SPACES
                   MOVE CP-LINHA-DIGITAVEL TO WS-LINHA-TITULO
                   PERFORM 324-FORMA-BOLETO
               WHEN OTHER
                   PERFORM 325-LER-DADOS-BANCARIOS
           END-EVALUATE.

       322-VERIFICAR-CESSAO.
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

      *> BOLETO DO PROPRIO BANCO DA CONTA PAGADORA OU DE OUTRO
       324-FORMA-BOLETO.
           IF WS-LINHA-TITULO(1:3) = CB-BANCO
               MOVE '30' TO WS-FORMA-CONTA
           ELSE
               MOVE '31' TO WS-FORMA-CONTA
           END-IF.

      *> A CONTA DO CESSIONARIO OCUPA A AREA DO FORNBANCO, DE ONDE O
      *> SEGMENTO A TIRA O FAVORECIDO; SEM CONTA DO CESSIONARIO O
      *> TITULO FICA FORA DA REMESSA (SEM DADOS)
       327-DADOS-BANCARIOS-CESSAO.
           IF CS-BANCO = SPACES OR CS-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO FB-CNPJ.
           MOVE CS-BANCO TO FB-BANCO.
           MOVE CS-AGENCIA TO FB-AGENCIA.
           MOVE CS-CONTA TO FB-CONTA.
           MOVE CS-PIX TO FB-PIX.
           MOVE CS-TIPO-PIX TO FB-TIPO-PIX.
           IF FB-BANCO = CB-BANCO
               MOVE '01' TO WS-FORMA-CONTA
           ELSE
               MOVE WS-FORMA-LOTE(2) TO WS-FORMA-CONTA
           END-IF.

       325-LER-DADOS-BANCARIOS.
           IF WS-FORNBANCO-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO FB-CNPJ.
           READ FORNBANCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FB-BANCO = SPACES OR FB-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FB-BANCO = CB-BANCO
               MOVE '01' TO WS-FORMA-CONTA
           ELSE
               MOVE WS-FORMA-LOTE(2) TO WS-FORMA-CONTA
           END-IF.

      *> UM DETALHE (UM OU DOIS SEGMENTOS) POR TITULO EM ABERTO, COM O
      *> NOME DO FORNECEDOR RESOLVIDO A PARTIR DO CADASTRO
       350-GRAVAR-DETALHE.
           MOVE CP-CNPJ-FORN TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE SPACES TO F-RAZAO-SOCIAL
                   MOVE SPACES TO F-ENDERECO
           END-READ.
           IF WS-CESSAO-ATIVA = 'S'
               MOVE CS-NOME-CESS TO F-RAZAO-SOCIAL
               MOVE SPACES TO F-ENDERECO
               MOVE 'J' TO F-TIPO-PESSOA
           END-IF.

           IF CP-SALDO = ZERO
               MOVE CP-VALOR TO WS-VALOR-ITEM
               MOVE CP-SALDO TO WS-VALOR-ITEM
           END-IF.

           IF WS-LOTE-ABERTO = 'N'
               PERFORM 260-ABRIR-LOTE
           END-IF.

      *> DATA DE PAGAMENTO: A DA AGENDA QUANDO FILTRADA; SENAO O
      *> VENCIMENTO, OU HOJE SE O TITULO JA VENCEU
           EVALUATE TRUE
               WHEN WS-AGENDA-DATA NOT = ZERO
                   MOVE WS-AGENDA-DATA TO WS-DATA-PAGAMENTO
               WHEN CP-DATA-VENC > WS-DATA-HOJE
                   MOVE CP-DATA-VENC TO WS-DATA-PAGAMENTO
               WHEN OTHER
                   MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-EVALUATE.
           MOVE CP-NUM-DOC TO WS-SN-NUM-DOC.
           MOVE WS-NUM-REMESSA TO WS-SN-REMESSA.

           EVALUATE WS-FORMA-CONTA
               WHEN '11'
                   PERFORM 360-GRAVAR-SEGMENTO-O
               WHEN '30'
               WHEN '31'
                   PERFORM 370-GRAVAR-SEGMENTO-J
               WHEN OTHER
                   PERFORM 380-GRAVAR-SEGMENTO-A
           END-EVALUATE.
           ADD WS-VALOR-ITEM TO WS-VALOR-LOTE.

      *> O TITULO ENTRA EM REMESSA: SAI DO ESTADO EM ABERTO PARA 'E',
      *> O QUE O TIRA DO PAGAMENTO MANUAL E DA PROXIMA GERACAO, E O
                   MOVE CP-CNPJ-FORN TO RI-CNPJ-FORN
                   MOVE WS-SITUACAO-ANTERIOR TO RI-SITUACAO-ANT
                   WRITE REMESITEM-REG
                   MOVE 'R' TO WS-LIM-OPERACAO
                   CALL 'VERIFLIM' USING WS-LIM-PARM
           END-REWRITE.

           ADD 1 TO WS-QTD-REGISTROS.
           ADD WS-VALOR-ITEM TO WS-VALOR-TOTAL.

      *> SEGMENTO O: CONTA DE CONSUMO OU TRIBUTO COM CODIGO DE BARRAS
       360-GRAVAR-SEGMENTO-O.
           ADD 1 TO WS-SEQ-REG-LOTE.
           MOVE CB-BANCO TO WS-SO-BANCO.
           MOVE WS-NUM-LOTE TO WS-SO-LOTE.
           MOVE WS-SEQ-REG-LOTE TO WS-SO-SEQ.
           MOVE CP-LINHA-DIGITAVEL(1:44) TO WS-SO-COD-BARRAS.
           MOVE F-RAZAO-SOCIAL(1:30) TO WS-SO-NOME.
           MOVE CP-DATA-VENC TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SO-DATA-VENC.
           MOVE WS-DATA-PAGAMENTO TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SO-DATA-PGTO.
           MOVE WS-VALOR-ITEM TO WS-SO-VALOR.
           MOVE WS-SEU-NUMERO TO WS-SO-SEU-NUMERO.
           MOVE WS-SEG-O TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.

      *> SEGMENTO J: O CODIGO DE BARRAS DE 44 POSICOES E REMONTADO A
      *> PARTIR DA LINHA DIGITAVEL (BANCO/MOEDA, DV GERAL, FATOR E
      *> VALOR, E OS TRES TRECHOS DO CAMPO LIVRE SEM OS DVS DE CAMPO);
      *> NO TITULO CEDIDO A LINHA E A DO BOLETO REEMITIDO
       370-GRAVAR-SEGMENTO-J.
           ADD 1 TO WS-SEQ-REG-LOTE.
           MOVE CB-BANCO TO WS-SJ-BANCO.
           MOVE WS-NUM-LOTE TO WS-SJ-LOTE.
           MOVE WS-SEQ-REG-LOTE TO WS-SJ-SEQ.
           MOVE SPACES TO WS-SJ-COD-BARRAS.
           STRING WS-LINHA-TITULO(1:4)
                  WS-LINHA-TITULO(33:1)
                  WS-LINHA-TITULO(34:14)
                  WS-LINHA-TITULO(5:5)
                  WS-LINHA-TITULO(11:10)
                  WS-LINHA-TITULO(22:10)
                  DELIMITED BY SIZE INTO WS-SJ-COD-BARRAS
           END-STRING.
           MOVE F-RAZAO-SOCIAL(1:30) TO WS-SJ-NOME-CEDENTE.
           MOVE CP-DATA-VENC TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SJ-DATA-VENC.
           MOVE WS-VALOR-ITEM TO WS-SJ-VALOR-TITULO.
           MOVE WS-DATA-PAGAMENTO TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SJ-DATA-PGTO.
           MOVE WS-VALOR-ITEM TO WS-SJ-VALOR-PGTO.
           MOVE WS-SEU-NUMERO TO WS-SJ-SEU-NUMERO.
           MOVE WS-SEG-J TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.

           IF PB-USA-J52 NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQ-REG-LOTE.
           MOVE CB-BANCO TO WS-SJ52-BANCO.
           MOVE WS-NUM-LOTE TO WS-SJ52-LOTE.
           MOVE WS-SEQ-REG-LOTE TO WS-SJ52-SEQ.
           MOVE PB-CNPJ-EMPRESA TO WS-SJ52-INSCR-SACADO.
           MOVE WS-HA-NOME-EMPRESA TO WS-SJ52-NOME-SACADO.
           IF F-TIPO-PESSOA = 'F'
               MOVE '1' TO WS-SJ52-TP-CEDENTE
           ELSE
               MOVE '2' TO WS-SJ52-TP-CEDENTE
           END-IF.
           IF WS-CESSAO-ATIVA = 'S'
               MOVE CS-CNPJ-CESS TO WS-SJ52-INSCR-CEDENTE
           ELSE
               MOVE CP-CNPJ-FORN TO WS-SJ52-INSCR-CEDENTE
           END-IF.
           MOVE F-RAZAO-SOCIAL TO WS-SJ52-NOME-CEDENTE.
           MOVE WS-SEG-J52 TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.

      *> SEGMENTO A (E B, SE O BANCO USA): CREDITO NA CONTA DO
      *> FORNECEDOR CADASTRADA EM FORNBANCO; NO MESMO BANCO NAO HA
      *> CAMARA DE COMPENSACAO
       380-GRAVAR-SEGMENTO-A.
           ADD 1 TO WS-SEQ-REG-LOTE.
           MOVE CB-BANCO TO WS-SA-BANCO.
           MOVE WS-NUM-LOTE TO WS-SA-LOTE.
           MOVE WS-SEQ-REG-LOTE TO WS-SA-SEQ.
           IF WS-FORMA-CONTA = '01'
               MOVE '000' TO WS-SA-CAMARA
           ELSE
               MOVE PB-CAMARA-TED TO WS-SA-CAMARA
           END-IF.
           MOVE FB-BANCO TO WS-SA-BANCO-FAV.
           MOVE FB-AGENCIA TO WS-FMT-AGENCIA.
           MOVE FB-CONTA TO WS-FMT-CONTA.
           PERFORM 820-FORMATAR-AGENCIA-CONTA.
           MOVE WS-FMT-AREA TO WS-SA-AG-CONTA-FAV.
           MOVE F-RAZAO-SOCIAL(1:30) TO WS-SA-NOME-FAV.
           MOVE WS-SEU-NUMERO TO WS-SA-SEU-NUMERO.
           MOVE WS-DATA-PAGAMENTO TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SA-DATA-PGTO.
           MOVE WS-VALOR-ITEM TO WS-SA-VALOR.
           MOVE WS-SEG-A TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.

           IF PB-USA-SEG-B NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQ-REG-LOTE.
           MOVE CB-BANCO TO WS-SB-BANCO.
           MOVE WS-NUM-LOTE TO WS-SB-LOTE.
           MOVE WS-SEQ-REG-LOTE TO WS-SB-SEQ.
      *> TIPO DE INSCRICAO DO FAVORECIDO: 1 = CPF, 2 = CNPJ
           IF F-TIPO-PESSOA = 'F'
               MOVE '1' TO WS-SB-TIPO-INSCR
           ELSE
               MOVE '2' TO WS-SB-TIPO-INSCR
           END-IF.
           IF WS-CESSAO-ATIVA = 'S'
               MOVE CS-CNPJ-CESS TO WS-SB-INSCRICAO
           ELSE
               MOVE CP-CNPJ-FORN TO WS-SB-INSCRICAO
           END-IF.
           MOVE F-ENDERECO(1:30) TO WS-SB-ENDERECO.
           MOVE CP-DATA-VENC TO WS-DATA-AAAAMMDD.
           PERFORM 830-FORMATAR-DATA.
           MOVE WS-DATA-DDMMAAAA TO WS-SB-DATA-VENC.
           MOVE WS-VALOR-ITEM TO WS-SB-VALOR-DOC.
           MOVE WS-SEG-B TO CNAB-REG.
           PERFORM 395-GRAVAR-REGISTRO-LOTE.

       395-GRAVAR-REGISTRO-LOTE.
           WRITE CNAB-REG.
           ADD 1 TO WS-QTD-REG-LOTE.
           ADD 1 TO WS-QTD-REG-ARQUIVO.

      *> TRAILER DE ARQUIVO: QUANTIDADE DE LOTES E DE REGISTROS DO
      *> ARQUIVO, INCLUINDO O PROPRIO TRAILER
       400-GRAVAR-TRAILER.
           ADD 1 TO WS-QTD-REG-ARQUIVO.
           MOVE CB-BANCO TO WS-TA-BANCO.
           MOVE WS-NUM-LOTE TO WS-TA-QTD-LOTES.
           MOVE WS-QTD-REG-ARQUIVO TO WS-TA-QTD-REG.
           MOVE WS-TRL-ARQUIVO TO CNAB-REG.
           WRITE CNAB-REG.

      *> O NUMERO DA REMESSA E SEQUENCIAL: UM A MAIS QUE A QUANTIDADE
           WRITE REMESLOG-REG.
           CLOSE REMESLOG-FILE.

      *> SELA O ARQUIVO RECEM-GERADO; O SELO FICA AO LADO DA ENTRADA
      *> DA REMESSA NO LOG E E CONFERIDO PELA OPCAO DE VERIFICACAO
      *> ANTES DE O ARQUIVO SER LEVADO AO PORTAL DO BANCO
       560-SELAR-ARQUIVO.
           MOVE 'G' TO WS-SL-FUNCAO.
           MOVE 'REMESSA' TO WS-SL-ARQUIVO.
           MOVE WS-NUM-REMESSA TO WS-SL-NUM-REMESSA.
           CALL 'SELOREM' USING WS-SELO-PARM.
           IF WS-SL-RESULTADO = 'O'
               DISPLAY "Selo do arquivo: " WS-SL-HASH " (" WS-SL-QTD
                       " registros, valores " WS-SL-SOMA-VALOR ")"
           ELSE
               DISPLAY "AVISO: o arquivo nao foi selado; ele sera "
                       "recusado na verificacao antes do envio."
           END-IF.

      *> LIBERACAO DOS TITULOS DE UMA REMESSA: ELES VOLTAM AO ESTADO
      *> ANTERIOR ('A' OU 'V'). SERVE PARA A REMESSA QUE O BANCO
      *> REJEITOU E TAMBEM PARA DAR BAIXA (VIA PGTOCONT) NOS TITULOS
                           " situacao " RL-SITUACAO
           END-READ.

      *> CONFERENCIA DO SELO ANTES DO ENVIO: O ARQUIVO ESCOLHIDO E
      *> RECALCULADO E COMPARADO COM O SELO DA GERACAO; ARQUIVO
      *> ALTERADO NAO PODE SER LEVADO AO BANCO (A DIVERGENCIA JA FICA
      *> NO ERRLOG E NA AUDITORIA PELA PROPRIA ROTINA DE SELO)
       800-VERIFICAR-SELO.
           DISPLAY "--- Verificacao do Arquivo Antes do Envio ---".
           DISPLAY "Arquivo (C=REMESSA CNAB / P=PIXREM / I=REMESINT): "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO-SELO.
           EVALUATE FUNCTION UPPER-CASE(WS-OPCAO-SELO)
               WHEN 'C'
                   MOVE 'REMESSA' TO WS-SL-ARQUIVO
               WHEN 'P'
                   MOVE 'PIXREM' TO WS-SL-ARQUIVO
               WHEN 'I'
                   MOVE 'REMESINT' TO WS-SL-ARQUIVO
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'V' TO WS-SL-FUNCAO.
           MOVE ZERO TO WS-SL-NUM-REMESSA.
           CALL 'SELOREM' USING WS-SELO-PARM.
           EVALUATE WS-SL-RESULTADO
               WHEN 'O'
                   DISPLAY "Arquivo " WS-SL-ARQUIVO " da remessa "
                           WS-SL-NUM-REMESSA " confere com o selo. "
                           "Liberado para envio."
                   DISPLAY "Registros " WS-SL-QTD " valores "
                           WS-SL-SOMA-VALOR " selo " WS-SL-HASH
               WHEN 'N'
                   DISPLAY "*** ARQUIVO " WS-SL-ARQUIVO " ALTERADO DEPOIS "
                           "DA GERACAO (remessa " WS-SL-NUM-REMESSA
                           ") ***"
                   DISPLAY "NAO ENVIE ESTE ARQUIVO AO BANCO. A ocorrencia "
                           "foi registrada no log de erros e na auditoria."
               WHEN OTHER
                   DISPLAY "Arquivo ou selo inexistente; o arquivo nao "
                           "pode ser conferido e nao deve ser enviado."
           END-EVALUATE.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

      *> AGENCIA E CONTA NO FORMATO DO BANCO. O CADASTRO GUARDA
      *> "NUMERO-DV"; NO PADRAO FEBRABAN SAO AGENCIA(5)+DV, CONTA(12)+
      *> DV E DV DA AGENCIA/CONTA; NO PADRAO ITAU, AGENCIA(4) E CONTA(5)
      *> COM ZEROS E BRANCOS NAS POSICOES FIXAS
       820-FORMATAR-AGENCIA-CONTA.
           MOVE SPACES TO WS-FMT-AG-NUM WS-FMT-AG-DV
                          WS-FMT-CT-NUM WS-FMT-CT-DV.
           UNSTRING WS-FMT-AGENCIA DELIMITED BY '-'
               INTO WS-FMT-AG-NUM WS-FMT-AG-DV
           END-UNSTRING.
           UNSTRING WS-FMT-CONTA DELIMITED BY '-'
               INTO WS-FMT-CT-NUM WS-FMT-CT-DV
           END-UNSTRING.
           MOVE ZERO TO WS-FMT-AG-N WS-FMT-CT-N.
           IF WS-FMT-AG-NUM NOT = SPACES
               COMPUTE WS-FMT-AG-N = FUNCTION NUMVAL(WS-FMT-AG-NUM)
           END-IF.
           IF WS-FMT-CT-NUM NOT = SPACES
               COMPUTE WS-FMT-CT-N = FUNCTION NUMVAL(WS-FMT-CT-NUM)
           END-IF.
           MOVE SPACES TO WS-FMT-AREA.
           IF PB-FORMATO-CONTA = 'I'
               MOVE '0' TO WS-FI-ZERO
               MOVE WS-FMT-AG-N TO WS-FI-AGENCIA
               MOVE '0000000' TO WS-FI-ZEROS
               MOVE WS-FMT-CT-N TO WS-FI-CONTA
               MOVE WS-FMT-CT-DV TO WS-FI-DV
           ELSE
               MOVE WS-FMT-AG-N TO WS-FF-AGENCIA
               MOVE WS-FMT-AG-DV TO WS-FF-AG-DV
               MOVE WS-FMT-CT-N TO WS-FF-CONTA
               MOVE WS-FMT-CT-DV TO WS-FF-CT-DV
           END-IF.

       830-FORMATAR-DATA.
           MOVE WS-DT-DIA TO WS-DF-DIA.
           MOVE WS-DT-MES TO WS-DF-MES.
           MOVE WS-DT-ANO TO WS-DF-ANO.

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
