               ALTERNATE RECORD KEY IS CL-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTALIM.

           SELECT SALDOFOR-FILE *> Resumo de saldo em aberto por fornecedor
               ASSIGN TO 'SALDOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CNPJ-FORN
               FILE STATUS IS WS-STATUS-SALDOFOR.

           SELECT PEDIDO-FILE *> Pedidos de compra com saldo autorizado
               ASSIGN TO 'PEDIDO.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FR-CNPJ
               FILE STATUS IS WS-STATUS-FORNRFB.

           SELECT RISCOFOR-FILE *> Classificacao de risco vigente por fornecedor
               ASSIGN TO 'RISCOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CNPJ
               FILE STATUS IS WS-STATUS-RISCOFOR.

           SELECT CENTROC-FILE *> Cadastro de centros de custo
               ASSIGN TO 'CENTROC.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT DESPANT-FILE *> Despesas antecipadas a apropriar por competencia
               ASSIGN TO 'DESPANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WS-STATUS-DESPANT.

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

           SELECT INSTAL-FILE *> Instalacoes de concessionarias (energia, agua, gas)
               ASSIGN TO 'INSTAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               ALTERNATE RECORD KEY IS IN-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-INSTAL.

           SELECT CONSUMO-FILE *> Consumo medido em cada conta de concessionaria
               ASSIGN TO 'CONSUMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               ALTERNATE RECORD KEY IS CO-INSTALACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONSUMO.

           SELECT PROTOCOLO-FILE *> Protocolo de chegada das faturas no contas a pagar
               ASSIGN TO 'PROTOCOLO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS WS-STATUS-PROTOCOLO.

           SELECT SPOOL-FILE *> Resumo impresso de cada rodada de importacao
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 TC-TAXA-JUROS-DIA PIC 9V99999.
           05 TC-TAXA-MULTA    PIC 9V9999.

       FD  SALDOFOR-FILE.
       01  SALDOFOR-REG.
           05 SF-CNPJ-FORN        PIC 9(14).
           05 SF-SALDO-ABERTO     PIC 9(12)V99.
           05 SF-QTD-ABERTO       PIC 9(06).
           05 SF-SALDO-VENCIDO    PIC 9(12)V99.
           05 SF-QTD-VENCIDO      PIC 9(06).
           05 SF-VENC-MAIS-ANTIGO PIC 9(08).
           05 SF-DATA-ULT-PGTO    PIC 9(08).
           05 SF-DATA-ATUALIZACAO PIC 9(08).

       FD  CONTALIM-FILE.
       01  CONTALIM-REG.
           05 CL-PRIMARY-KEY.
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       FD  SESSAO-FILE.
           05 FR-SITUACAO-RFB  PIC X(01).
           05 FR-DATA-CHECAGEM PIC 9(08).

       FD  RISCOFOR-FILE.
       01  RISCOFOR-REG.
           05 RF-CNPJ          PIC 9(14).
           05 RF-PONTUACAO     PIC 9(03).
           05 RF-CLASSE        PIC X(01).
           05 RF-NOTAS.
              10 RF-NOTA       PIC 9(03) OCCURS 7 TIMES.
           05 RF-DATA-CALCULO  PIC 9(08).
           05 RF-CLASSE-ANT    PIC X(01).
           05 RF-PONTUACAO-ANT PIC 9(03).
           05 RF-DATA-MUDANCA  PIC 9(08).

       FD  CENTROC-FILE.
       01  CENTROC-REG.
           05 CC-CODIGO        PIC X(06).
           05 RA-CENTRO-CUSTO     PIC X(06).
           05 RA-PERCENTUAL       PIC 9(03)V99.
           05 RA-VALOR            PIC 9(10)V99.
           05 RA-NATUREZA         PIC X(04).

      *> TITULO PAGO ADIANTADO (SEGURO ANUAL, LICENCA, ALUGUEL DO ANO):
      *> O VALOR VAI PARA O ATIVO DE DESPESAS ANTECIPADAS NO PAGAMENTO
      *> E E APROPRIADO A DESPESA EM DA-QTD-MESES COMPETENCIAS A PARTIR
      *> DE DA-COMPET-INICIO, PELO GLEXTRAT
       FD  DESPANT-FILE.
       01  DESPANT-REG.
           05 DA-CHAVE.
              10 DA-NUM-DOC       PIC 9(10).
              10 DA-CNPJ-FORN     PIC 9(14).
           05 DA-COMPET-INICIO    PIC 9(06).
           05 DA-QTD-MESES        PIC 9(03).
           05 DA-VALOR            PIC 9(10)V99.
           05 DA-CENTRO-CUSTO     PIC X(06).
           05 DA-NATUREZA         PIC X(04).
           05 DA-DATA-HORA        PIC 9(14).

       FD  ITEMSERV-FILE.
       01  ITEMSERV-REG.
           05 LS-ITEM             PIC X(05).
           05 LS-DESCRICAO        PIC X(40).
           05 LS-LOCAL            PIC X(01).

      *> ITEM DA LISTA DE SERVICOS DA CONTA, LIDO PELO ISSMUNI NO
      *> PAGAMENTO PARA DECIDIR O MUNICIPIO DO ISS
       FD  CPSERV-FILE.
       01  CPSERV-REG.
           05 SV-CHAVE.
              10 SV-NUM-DOC       PIC 9(10).
              10 SV-CNPJ-FORN     PIC 9(14).
           05 SV-ITEM-SERVICO     PIC X(05).
           05 SV-DATA-HORA        PIC 9(14).

      *> INSTALACAO DA CONCESSIONARIA (CADINST) E O CONSUMO DO MES
      *> INFORMADO NA CONTA, LIDO PELO RELCONSU
       FD  INSTAL-FILE.
       01  INSTAL-REG.
           05 IN-CODIGO           PIC X(10).
           05 IN-DESCRICAO        PIC X(30).
           05 IN-CNPJ-FORN        PIC 9(14).
           05 IN-FILIAL           PIC X(04).
           05 IN-TIPO             PIC X(01).
           05 IN-UNIDADE          PIC X(03).
           05 IN-ID-BARRAS        PIC X(15).
           05 IN-ATIVO            PIC X(01).

       FD  CONSUMO-FILE.
       01  CONSUMO-REG.
           05 CO-CHAVE.
              10 CO-NUM-DOC       PIC 9(10).
              10 CO-CNPJ-FORN     PIC 9(14).
           05 CO-INSTALACAO       PIC X(10).
           05 CO-MES-REF          PIC 9(06).
           05 CO-QUANTIDADE       PIC 9(09)V99.
           05 CO-VALOR            PIC 9(10)V99.
           05 CO-USUARIO          PIC X(10).
           05 CO-DATA-HORA        PIC 9(14).

      *> PROTOCOLO DE CHEGADA DA FATURA (PROTNF), VINCULADO AQUI A
      *> PRIMEIRA PARCELA DA CONTA LANCADA
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

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
       01 WS-CAMINHO-ANEXO-ATUAL   PIC X(80).
       01 WS-NUM-PEDIDO-ATUAL      PIC 9(10).

      *> CONFERENCIA EM TRES VIAS PEDIDO X RECEBIMENTO X NOTA (ROTINA
      *> CONFRECB); NOTA QUE NAO CASA NASCE RETIDA EM 'M'
       01 WS-CONFRECB-PARM.
           05 WS-CF-NUM-PEDIDO     PIC 9(10).
           05 WS-CF-VALOR-NOTA     PIC 9(12)V99.
           05 WS-CF-VALOR-RECEBIDO PIC 9(12)V99.
           05 WS-CF-VALOR-FATURADO PIC 9(12)V99.
           05 WS-CF-VALOR-LIMITE   PIC 9(12)V99.
           05 WS-CF-QTD-RECEB      PIC 9(04).
           05 WS-CF-RESULTADO      PIC X(01).

      *> SUPORTE A MOEDA ESTRANGEIRA: O VALOR DIGITADO PELO OPERADOR E O
      *> VALOR ORIGINAL NA MOEDA INFORMADA; QUANDO NAO FOR BRL, A TAXA DE
      *> CAMBIO CONVERTE ESSE VALOR PARA O WS-VALOR-TOTAL EM REAIS QUE E
       01 WS-LIMITE-LIBERADO       PIC X(01).
       01 WS-APROVADOR-COD         PIC X(06).
       01 WS-APROVADOR-SENHA       PIC X(10).

      *> A SENHA DO APROVADOR E CONFERIDA PELO SENHACRP CONTRA O SAL +
      *> RESUMO GRAVADO NO CADASTRO
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).
       01 WS-FIM-LEITURA-LIM       PIC X(01).
       01 WS-CNPJ-LIMITE           PIC 9(14).
       01 WS-USUARIO-SESSAO        PIC X(10) VALUE SPACES.
       01 WS-TEM-ORCAMENTO         PIC X(01).
       01 WS-STATUS-CONTALIM       PIC X(2).
          88 STATUS-OK-CL           VALUE '00'.
       01 WS-STATUS-SALDOFOR       PIC X(2).
          88 STATUS-OK-SF           VALUE '00'.
       01 WS-STATUS-PEDIDO         PIC X(2).
          88 STATUS-OK-PO           VALUE '00'.
       01 WS-PEDIDO-VALIDO         PIC X(01).
      *> LINHA DIGITAVEL DO BOLETO (47 DIGITOS): VALIDADA NO LANCAMENTO
      *> -- DIGITOS VERIFICADORES DOS TRES CAMPOS POR MODULO 10, FATOR
      *> DE VENCIMENTO E VALOR EMBUTIDOS CONFERIDOS COM A CONTA -- PARA
      *> NINGUEM MAIS REDIGITAR A LINHA NO BANCO NA HORA DE PAGAR.
      *> A AREA TEM 48 POSICOES PARA ACEITAR TAMBEM A LINHA DE
      *> ARRECADACAO (CONCESSIONARIAS E TRIBUTOS), QUE COMECA COM '8'
       01 WS-LINHA-DIGITADA        PIC X(48).
       01 WS-LINHA-DIG-R REDEFINES WS-LINHA-DIGITADA.
           05 WS-LD-DIG            PIC 9 OCCURS 48 TIMES.
       01 WS-LINHA-VALIDA          PIC X(01).
      *> AREA DE CALCULO DOS MODULOS 10/11: RECEBE OS DIGITOS DO TRECHO
      *> A CONFERIR, SEJA DA LINHA DIGITADA, SEJA DO CODIGO DE BARRAS
       01 WS-MOD-AREA              PIC X(48).
       01 WS-MOD-AREA-R REDEFINES WS-MOD-AREA.
           05 WS-MOD-DIG           PIC 9 OCCURS 48 TIMES.
       01 WS-MOD11-PESO            PIC 9(01).
       01 WS-MOD11-SOMA            PIC 9(04).
       01 WS-MOD11-RESTO           PIC 9(02).

      *> ARRECADACAO (FEBRABAN): QUATRO BLOCOS DE 11 DIGITOS + DV NA
      *> LINHA; O CODIGO DE BARRAS (44) E A JUNCAO DOS QUATRO BLOCOS E
      *> E O QUE FICA GRAVADO EM CP-LINHA-DIGITAVEL (O '8' NA PRIMEIRA
      *> POSICAO E AS TRES ULTIMAS EM BRANCO IDENTIFICAM O FORMATO)
       01 WS-CODIGO-BARRAS.
           05 WS-CB-PRODUTO        PIC X(01).
           05 WS-CB-SEGMENTO       PIC X(01).
           05 WS-CB-ID-VALOR       PIC X(01).
              88 CB-VALOR-MOD10    VALUE '6' '7'.
              88 CB-VALOR-MOD11    VALUE '8' '9'.
              88 CB-VALOR-EFETIVO  VALUE '6' '8'.
           05 WS-CB-DV-GERAL       PIC 9(01).
           05 WS-CB-VALOR          PIC 9(09)V99.
           05 WS-CB-EMPRESA        PIC X(04).
           05 WS-CB-LIVRE          PIC X(25).
       01 WS-CB-CNPJ-R REDEFINES WS-CODIGO-BARRAS.
           05 FILLER               PIC X(15).
           05 WS-CB-CNPJ-RAIZ      PIC 9(08).
           05 FILLER               PIC X(21).
       01 WS-ARRC-BLOCO            PIC 9(01).
       01 WS-ARRC-POS              PIC 9(02).
       01 WS-ARRC-DV               PIC 9(01).
       01 WS-ARRC-ERRO             PIC X(01).
       01 WS-CNPJ-RAIZ-FORN        PIC 9(08).
       01 WS-SEGMENTOS-INIT.
           05 FILLER PIC X(15) VALUE 'PREFEITURAS    '.
           05 FILLER PIC X(15) VALUE 'SANEAMENTO     '.
           05 FILLER PIC X(15) VALUE 'ENERGIA/GAS    '.
           05 FILLER PIC X(15) VALUE 'TELECOMUNICACAO'.
           05 FILLER PIC X(15) VALUE 'ORGAO GOVERNO  '.
           05 FILLER PIC X(15) VALUE 'CARNES/DEMAIS  '.
           05 FILLER PIC X(15) VALUE 'MULTA TRANSITO '.
       01 WS-SEGMENTOS-TAB REDEFINES WS-SEGMENTOS-INIT.
           05 WS-SEGMENTO-DESC     PIC X(15) OCCURS 7 TIMES.
       01 WS-SEGMENTO-IDX          PIC 9(01).
       01 WS-MOD10-INI             PIC 9(02).
       01 WS-MOD10-FIM             PIC 9(02).
       01 WS-MOD10-I               PIC S9(03) COMP.
       01 WS-STATUS-FORNRFB        PIC X(2).
          88 STATUS-OK-FR           VALUE '00'.
       01 WS-SITUACAO-RFB          PIC X(01).
      *> BLOQUEIO DE EMPRESA SANCIONADA NO CEIS/CNEP (VERIFSAN)
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).

      *> CLASSIFICACAO DE RISCO DO FORNECEDOR (RISCOFOR.DAT, RECALCULADA
      *> TODA NOITE PELO RISCOFOR): RISCO ALTO SO AVISA, COM AS NOTAS
       01 WS-STATUS-RISCOFOR       PIC X(2).
          88 STATUS-OK-RF           VALUE '00'.

      *> FLUXO DE APROVACAO POR CENTRO DE CUSTO: QUANDO O CENTRO TEM
      *> RESPONSAVEL CADASTRADO EM CENTROC.DAT, O LANCAMENTO NASCE EM
              10 WS-RAT-PERC       PIC 9(03)V99.
              10 WS-RAT-VALOR-LIN  PIC 9(10)V99.

      *> DESPESA ANTECIPADA: COMPETENCIA INICIAL E NUMERO DE MESES DA
      *> APROPRIACAO, VALENDO PARA TODAS AS PARCELAS DO LANCAMENTO
       01 WS-STATUS-DESPANT        PIC X(2).
          88 STATUS-OK-DA           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-DA VALUE '35'.
       01 WS-DESP-ANTECIPADA       PIC X(01) VALUE 'N'.
       01 WS-DANT-COMPET-INICIO    PIC 9(06).
       01 WS-DANT-QTD-MESES        PIC 9(03).
       01 WS-DANT-DADOS-OK         PIC X(01).

      *> ITEM DA LISTA DE SERVICOS DA LC 116 (ESPACOS = NAO E SERVICO),
      *> VALENDO PARA TODAS AS PARCELAS DO LANCAMENTO
       01 WS-STATUS-ITEMSERV       PIC X(2).
          88 STATUS-OK-LS           VALUE '00'.
       01 WS-STATUS-CPSERV         PIC X(2).
          88 STATUS-OK-SV           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-SV VALUE '35'.
       01 WS-ITEM-SERVICO-ATUAL    PIC X(05).
       01 WS-ITEM-SERVICO-OK       PIC X(01).

      *> CONTA DE CONCESSIONARIA: INSTALACAO E CONSUMO DO MES. A
      *> INSTALACAO PODE SER RECONHECIDA PELO NUMERO IMPRESSO NO CAMPO
      *> LIVRE DA ARRECADACAO, E O CONSUMO VEM SUGERIDO DO VALOR DE
      *> REFERENCIA (IDENTIFICADOR 7/9) QUANDO A CONCESSIONARIA O USA
       01 WS-STATUS-INSTAL         PIC X(2).
          88 STATUS-OK-IN           VALUE '00'.
       01 WS-STATUS-CONSUMO        PIC X(2).
          88 STATUS-OK-CO           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CO VALUE '35'.
       01 WS-INSTALACAO-ATUAL      PIC X(10).
       01 WS-INSTAL-BARRAS         PIC X(10).
       01 WS-QTD-INSTAL-FORN       PIC 9(03).
       01 WS-FIM-INSTAL            PIC X(01).
       01 WS-CONSUMO-OK            PIC X(01).
       01 WS-CONSUMO-ATUAL         PIC 9(09)V99.
       01 WS-CONSUMO-SUGERIDO      PIC 9(09)V99.
       01 WS-MES-REF-ATUAL         PIC 9(06).
       01 WS-MES-REF-R REDEFINES WS-MES-REF-ATUAL.
           05 WS-MR-ANO            PIC 9(04).
           05 WS-MR-MES            PIC 9(02).
       01 WS-MES-REF-SUGERIDO      PIC 9(06).
       01 WS-ID-TAM                PIC 9(02).
       01 WS-ID-OCORR              PIC 9(02).

      *> PROTOCOLO DE CHEGADA DA FATURA (ZERO = SEM PROTOCOLO) E O
      *> PRAZO DADO PELO FORNECEDOR, CONFERIDO COM O NEGOCIADO
       01 WS-STATUS-PROTOCOLO      PIC X(2).
          88 STATUS-OK-PT           VALUE '00'.
       01 WS-PROTOCOLO-ATUAL       PIC 9(08) VALUE ZERO.
       01 WS-PROTOCOLO-VALIDO      PIC X(01).
       01 WS-PRAZO-DADO            PIC S9(05) COMP.

      *> CONTROLE DA IMPORTACAO EM LOTE A PARTIR DE LANCLOTE.DAT
       01 WS-LOTE-FIM-LEITURA      PIC X(01) VALUE 'N'.
       01 WS-LOTE-QTD-CARREGADAS   PIC 9(05) VALUE ZERO.
           DISPLAY "Pedido ok. Saldo antes da nota: " PO-SALDO.
           MOVE 'S' TO WS-PEDIDO-VALIDO.

      *> A FATURA PROTOCOLADA NA CHEGADA (PROTNF) E AMARRADA A CONTA:
      *> O PROTOCOLO PRECISA SER DO MESMO FORNECEDOR E AINDA ESTAR
      *> AGUARDANDO LANCAMENTO
       287-DIGITAR-PROTOCOLO.
           DISPLAY "Protocolo de chegada da fatura (ENTER se nao "
                   "houver): " WITH NO ADVANCING.
           MOVE ZERO TO WS-PROTOCOLO-ATUAL.
           ACCEPT WS-PROTOCOLO-ATUAL.
           IF WS-PROTOCOLO-ATUAL = ZERO
               MOVE 'S' TO WS-PROTOCOLO-VALIDO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "ERRO: arquivo de protocolos indisponivel. "
                       "Lance sem protocolo (ENTER)."
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROTOCOLO-ATUAL TO PT-NUMERO.
           READ PROTOCOLO-FILE
               INVALID KEY
                   DISPLAY "ERRO: protocolo nao encontrado."
                   CLOSE PROTOCOLO-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PROTOCOLO-FILE.

           IF PT-CNPJ-FORN NOT = CP-CNPJ-FORN
               DISPLAY "ERRO: o protocolo pertence a outro fornecedor."
               EXIT PARAGRAPH
           END-IF.
           IF PT-SITUACAO = 'L'
               DISPLAY "ERRO: fatura ja lancada no documento "
                       PT-NUM-DOC "."
               EXIT PARAGRAPH
           END-IF.
           IF PT-SITUACAO NOT = 'A'
               DISPLAY "ERRO: a fatura deste protocolo foi devolvida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fatura " PT-NUM-NOTA " chegou em " PT-DATA-CHEGADA
                   " (solicitante " PT-SOLICITANTE ").".
           MOVE 'S' TO WS-PROTOCOLO-VALIDO.

      *> NOTA COM PEDIDO SO NASCE PAGAVEL SE CASAR COM O RECEBIMENTO:
      *> SEM NENHUMA ENTREGA REGISTRADA, OU COM O FATURADO DO PEDIDO
      *> (JA CONTANDO ESTA NOTA) ACIMA DO RECEBIDO MAIS A TOLERANCIA,
      *> ELA FICA RETIDA EM 'M' ATE O CADRECEB CONFIRMAR O RECEBIMENTO.
      *> CONTA QUE VAI PARA APROVACAO ('G') E CONFERIDA DE NOVO NO
      *> APROVCON, QUANDO SAIRIA PARA 'A'
       284-CONFERIR-RECEBIMENTO.
           MOVE WS-NUM-PEDIDO-ATUAL TO WS-CF-NUM-PEDIDO.
           MOVE WS-VALOR-TOTAL TO WS-CF-VALOR-NOTA.
           CALL 'CONFRECB' USING WS-CONFRECB-PARM.
           EVALUATE WS-CF-RESULTADO
               WHEN 'S'
                   DISPLAY "Nota confere com o recebimento do pedido."
               WHEN 'R'
                   DISPLAY "AVISO: pedido sem recebimento registrado."
               WHEN OTHER
                   DISPLAY "AVISO: faturado do pedido ("
                           WS-CF-VALOR-FATURADO ") acima do recebido ("
                           WS-CF-VALOR-RECEBIDO ")."
           END-EVALUATE.
           IF WS-CF-RESULTADO NOT = 'S' AND WS-SITUACAO-INICIAL = 'A'
               MOVE 'M' TO WS-SITUACAO-INICIAL
           END-IF.

      *> BAIXA O SALDO DO PEDIDO DEPOIS QUE AS PARCELAS FORAM GRAVADAS
       288-CONSUMIR-SALDO-PEDIDO.
           OPEN I-O PEDIDO-FILE.
                   END-IF
           END-READ.

      *> SALDO EM ABERTO ('A'/'V'/'E') DO CNPJ EM EXAME, LIDO DO RESUMO
      *> POR FORNECEDOR (SALDOFOR) EM VEZ DE VARRER O CONTAPAGAR
       295-SOMAR-SALDO-ABERTO-FORN.
           MOVE ZERO TO WS-SALDO-ABERTO-FORN.
           OPEN INPUT SALDOFOR-FILE.
           IF NOT STATUS-OK-SF
               CLOSE SALDOFOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-LIMITE TO SF-CNPJ-FORN.
           READ SALDOFOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SF-SALDO-ABERTO TO WS-SALDO-ABERTO-FORN
           END-READ.
           CLOSE SALDOFOR-FILE.

      *> A LIBERACAO EXIGE CODIGO E SENHA DE UM APROVADOR ATIVO, COMO
      *> NA ALCADA DO PGTOCONT, E DEIXA O OVERRIDE NA AUDITORIA
           IF AP-SENHA NOT = SPACES
               DISPLAY "Senha do aprovador: " WITH NO ADVANCING
               ACCEPT WS-APROVADOR-SENHA
               MOVE 'C' TO WS-SH-FUNCAO
               MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA
               MOVE AP-SENHA TO WS-SH-GRAVADA
               CALL 'SENHACRP' USING WS-SENHA-PARM
               IF WS-SH-CONFERE NOT = 'S'
                   DISPLAY "Senha do aprovador nao confere."
                   EXIT PARAGRAPH
               END-IF
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.
           MOVE CP-CNPJ-FORN TO WS-CNPJ-FORN-ATUAL.
           MOVE CP-CNPJ-FORN TO F-CNPJ.
               END-IF
           END-IF.

           PERFORM 289-VERIFICAR-SANCAO.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
               DISPLAY "BLOQUEIO: fornecedor sancionado no "
                       WS-SAN-CADASTRO " - " WS-SAN-TIPO
               DISPLAY "Lancamento nao autorizado sem liberacao de "
                       "compliance (IMPSANC)."
               EXIT PARAGRAPH
           END-IF.

           MOVE F-LIMITE-COMPROMET TO WS-LIMITE-FORN.
           PERFORM 260-LER-PRAZO-FORNECEDOR.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.
           PERFORM 286-AVISAR-RISCO-FORNECEDOR.

           MOVE 'N' TO WS-PROTOCOLO-VALIDO.
           PERFORM 287-DIGITAR-PROTOCOLO
               UNTIL WS-PROTOCOLO-VALIDO = 'S'.

           DISPLAY "Deseja parcelar esta conta? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PARCELAR.
               EXIT PARAGRAPH
           END-IF.

      *> FATURA COM PRAZO MENOR QUE O NEGOCIADO NAO E RECUSADA AQUI,
      *> MAS O OPERADOR E AVISADO PARA COBRAR O FORNECEDOR; O RELPROT
      *> LISTA ESSAS CONTAS DEPOIS
           IF WS-PRAZO-FORN > ZERO
               COMPUTE WS-PRAZO-DADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-BASE) -
                   FUNCTION INTEGER-OF-DATE(CP-DATA-EMISSAO)
               IF WS-PRAZO-DADO < WS-PRAZO-FORN
                   DISPLAY "AVISO: fatura com prazo de " WS-PRAZO-DADO
                           " dia(s), abaixo do prazo negociado de "
                           WS-PRAZO-FORN " dia(s) com o fornecedor."
               END-IF
           END-IF.

      *> O VENCIMENTO BASE ROLA DESDE JA PARA O DIA UTIL, POIS E ASSIM
      *> QUE AS CONTAS FICAM GRAVADAS -- SEM ISSO A CHECAGEM DE
      *> DUPLICIDADE NUNCA ACHARIA UMA CONTA CUJO VENCIMENTO CAIU EM

           PERFORM 970-DIGITAR-NATUREZA.

           MOVE 'N' TO WS-DESP-ANTECIPADA.
           DISPLAY "Despesa antecipada, a apropriar em varios meses? "
                   "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-DESP-ANTECIPADA.
           MOVE FUNCTION UPPER-CASE(WS-DESP-ANTECIPADA)
               TO WS-DESP-ANTECIPADA.
           IF WS-DESP-ANTECIPADA = 'S'
               MOVE 'N' TO WS-DANT-DADOS-OK
               PERFORM 386-DIGITAR-APROPRIACAO
                   UNTIL WS-DANT-DADOS-OK = 'S'
           ELSE
               MOVE 'N' TO WS-DESP-ANTECIPADA
           END-IF.

           DISPLAY "Digite o Codigo da Filial: " WITH NO ADVANCING.
           ACCEPT WS-FILIAL-ATUAL.

           MOVE 'N' TO WS-ITEM-SERVICO-OK.
           PERFORM 387-DIGITAR-ITEM-SERVICO
               UNTIL WS-ITEM-SERVICO-OK = 'S'.

           DISPLAY "Caminho do anexo digitalizado (ENTER para nenhum): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CAMINHO-ANEXO-ATUAL.
           MOVE 'N' TO WS-PEDIDO-VALIDO.
           PERFORM 283-DIGITAR-E-VALIDAR-PEDIDO
               UNTIL WS-PEDIDO-VALIDO = 'S'.
           IF WS-NUM-PEDIDO-ATUAL > ZERO
               PERFORM 284-CONFERIR-RECEBIMENTO
           END-IF.

      *> A LINHA DIGITAVEL SO E PEDIDA PARA CONTA EM REAIS E SEM
      *> PARCELAMENTO: BOLETO COBRE UM TITULO INTEIRO, E PARCELAS
                   UNTIL WS-LINHA-VALIDA = 'S'
           END-IF.

      *> FORNECEDOR COM INSTALACOES CADASTRADAS (CONCESSIONARIA): A
      *> CONTA LEVA A INSTALACAO E O CONSUMO DO MES PARA O RELCONSU
           MOVE SPACES TO WS-INSTALACAO-ATUAL.
           PERFORM 382-IDENTIFICAR-INSTALACAO.

           PERFORM 275-VERIFICAR-DUPLICIDADE.
           IF WS-DUPLICATA-ENCONTRADA = 'S'
               DISPLAY "AVISO: Ja existe uma conta em aberto para este "
                       DISPLAY "Conta aguarda aprovacao do responsavel "
                               "pelo centro de custo (APROVCON)."
                   END-IF
                   IF WS-SITUACAO-INICIAL = 'M'
                       DISPLAY "Conta retida ate a confirmacao do "
                               "recebimento (CADRECEB)."
                   END-IF
                   IF WS-RATEAR = 'S'
                       PERFORM 380-GRAVAR-RATEIO-PARCELA
                   END-IF
                   IF WS-DESP-ANTECIPADA = 'S'
                       PERFORM 385-GRAVAR-DESPESA-ANTECIPADA
                   END-IF
                   IF WS-ITEM-SERVICO-ATUAL NOT = SPACES
                       PERFORM 388-GRAVAR-ITEM-SERVICO
                   END-IF
                   IF WS-INSTALACAO-ATUAL NOT = SPACES AND
                           WS-I-PARCELA = 1
                       PERFORM 389-GRAVAR-CONSUMO
                   END-IF
                   IF WS-PROTOCOLO-ATUAL > ZERO AND WS-I-PARCELA = 1
                       PERFORM 392-VINCULAR-PROTOCOLO
                   END-IF
           END-WRITE.

      *> COLETA AS LINHAS DO RATEIO (CENTRO DE CUSTO E PERCENTUAL) ATE
           MOVE WS-RAT-IDX   TO RA-SEQ.
           MOVE WS-RAT-CENTRO(WS-RAT-IDX) TO RA-CENTRO-CUSTO.
           MOVE WS-RAT-PERC(WS-RAT-IDX) TO RA-PERCENTUAL.
           MOVE SPACES TO RA-NATUREZA.
           IF WS-RAT-IDX = WS-RAT-QTD
               COMPUTE RA-VALOR = CP-VALOR - WS-RAT-VALOR-ACUM
           ELSE
      *> CONSULTA A SITUACAO CADASTRAL DO CNPJ DE F-CNPJ EM
      *> FORNRFB.DAT; SEM REGISTRO (OU SEM ARQUIVO) VALE 'A' (ATIVA),
      *> COMO ANTES DA IMPORTACAO EXISTIR
      *> CADA PARCELA GRAVADA GANHA SUA PROPRIA LINHA DE APROPRIACAO,
      *> COM O VALOR DA PARCELA E O MESMO PERIODO DIGITADO
       385-GRAVAR-DESPESA-ANTECIPADA.
           OPEN I-O DESPANT-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-DA
               OPEN OUTPUT DESPANT-FILE
               CLOSE DESPANT-FILE
               OPEN I-O DESPANT-FILE
           END-IF.
           IF NOT STATUS-OK-DA
               DISPLAY "AVISO: nao foi possivel gravar a apropriacao "
                       "da despesa antecipada. Status: "
                       WS-STATUS-DESPANT
               CLOSE DESPANT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO DA-NUM-DOC.
           MOVE CP-CNPJ-FORN TO DA-CNPJ-FORN.
           MOVE WS-DANT-COMPET-INICIO TO DA-COMPET-INICIO.
           MOVE WS-DANT-QTD-MESES TO DA-QTD-MESES.
           MOVE CP-VALOR TO DA-VALOR.
           MOVE CP-CENTRO-CUSTO TO DA-CENTRO-CUSTO.
           MOVE CP-NATUREZA TO DA-NATUREZA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DA-DATA-HORA.
           WRITE DESPANT-REG
               INVALID KEY
                   DISPLAY "AVISO: apropriacao ja registrada para o doc "
                           CP-NUM-DOC "."
               NOT INVALID KEY
                   DISPLAY "Despesa antecipada: apropriar em "
                           DA-QTD-MESES " mes(es) a partir de "
                           DA-COMPET-INICIO "."
           END-WRITE.
           CLOSE DESPANT-FILE.

       386-DIGITAR-APROPRIACAO.
           DISPLAY "Competencia inicial da apropriacao (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT WS-DANT-COMPET-INICIO.
           DISPLAY "Numero de meses da apropriacao (2 a 120): "
                   WITH NO ADVANCING.
           ACCEPT WS-DANT-QTD-MESES.
           IF WS-DANT-COMPET-INICIO(5:2) < '01' OR
                   WS-DANT-COMPET-INICIO(5:2) > '12' OR
                   WS-DANT-COMPET-INICIO(1:4) < '2000'
               DISPLAY "ERRO: competencia invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DANT-QTD-MESES < 2 OR WS-DANT-QTD-MESES > 120
               DISPLAY "ERRO: o numero de meses deve ficar entre 2 e 120."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DANT-DADOS-OK.

      *> O ITEM SO E CONFERIDO NO FORMATO; ITEM FORA DE ITEMSERV.DAT
      *> E ACEITO E SEGUE A REGRA GERAL DO ISS (ESTABELECIMENTO DO
      *> PRESTADOR)
       387-DIGITAR-ITEM-SERVICO.
           DISPLAY "Item da lista de servicos LC 116 (NN.NN, ENTER = "
                   "nao e servico): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-SERVICO-ATUAL.
           ACCEPT WS-ITEM-SERVICO-ATUAL.
           IF WS-ITEM-SERVICO-ATUAL = SPACES
               MOVE 'S' TO WS-ITEM-SERVICO-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-SERVICO-ATUAL(1:2) IS NOT NUMERIC OR
                   WS-ITEM-SERVICO-ATUAL(3:1) NOT = '.' OR
                   WS-ITEM-SERVICO-ATUAL(4:2) IS NOT NUMERIC
               DISPLAY "ERRO: item deve estar no formato NN.NN."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-ITEM-SERVICO-OK.
           OPEN INPUT ITEMSERV-FILE.
           IF NOT STATUS-OK-LS
               DISPLAY "AVISO: item " WS-ITEM-SERVICO-ATUAL
                       " nao cadastrado; ISS pela regra geral."
               CLOSE ITEMSERV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-SERVICO-ATUAL TO LS-ITEM.
           READ ITEMSERV-FILE
               INVALID KEY
                   DISPLAY "AVISO: item " WS-ITEM-SERVICO-ATUAL
                           " nao cadastrado; ISS pela regra geral."
               NOT INVALID KEY
                   DISPLAY "Servico: " LS-DESCRICAO
                   IF LS-LOCAL = 'P'
                       DISPLAY "ISS devido no local da prestacao."
                   ELSE
                       DISPLAY "ISS devido no estabelecimento do "
                               "prestador."
                   END-IF
           END-READ.
           CLOSE ITEMSERV-FILE.

       388-GRAVAR-ITEM-SERVICO.
           OPEN I-O CPSERV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SV
               OPEN OUTPUT CPSERV-FILE
               CLOSE CPSERV-FILE
               OPEN I-O CPSERV-FILE
           END-IF.
           IF NOT STATUS-OK-SV
               DISPLAY "AVISO: nao foi possivel gravar o item de servico "
                       "da conta. Status: " WS-STATUS-CPSERV
               CLOSE CPSERV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO SV-NUM-DOC.
           MOVE CP-CNPJ-FORN TO SV-CNPJ-FORN.
           MOVE WS-ITEM-SERVICO-ATUAL TO SV-ITEM-SERVICO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SV-DATA-HORA.
           WRITE CPSERV-REG
               INVALID KEY
                   DISPLAY "AVISO: item de servico ja registrado para o "
                           "doc " CP-NUM-DOC "."
           END-WRITE.
           CLOSE CPSERV-FILE.

      *> LISTA AS INSTALACOES ATIVAS DO FORNECEDOR; SEM NENHUMA, NAO E
      *> CONTA DE CONCESSIONARIA E NADA E PERGUNTADO
       382-IDENTIFICAR-INSTALACAO.
           OPEN INPUT INSTAL-FILE.
           IF NOT STATUS-OK-IN
               CLOSE INSTAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-INSTAL-FORN.
           MOVE SPACES TO WS-INSTAL-BARRAS.
           MOVE 'N' TO WS-FIM-INSTAL.
           MOVE WS-CNPJ-FORN-ATUAL TO IN-CNPJ-FORN.
           START INSTAL-FILE KEY IS EQUAL TO IN-CNPJ-FORN
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-INSTAL
           END-START.
           PERFORM 384-LER-INSTALACAO-FORN UNTIL WS-FIM-INSTAL = 'Y'.
           IF WS-QTD-INSTAL-FORN > ZERO
               MOVE 'N' TO WS-CONSUMO-OK
               PERFORM 383-DIGITAR-CONSUMO UNTIL WS-CONSUMO-OK = 'S'
           END-IF.
           CLOSE INSTAL-FILE.

       383-DIGITAR-CONSUMO.
           DISPLAY "Instalacao da conta (ENTER = " WS-INSTAL-BARRAS
                   "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-INSTALACAO-ATUAL.
           ACCEPT WS-INSTALACAO-ATUAL.
           MOVE FUNCTION UPPER-CASE(WS-INSTALACAO-ATUAL)
             TO WS-INSTALACAO-ATUAL.
           IF WS-INSTALACAO-ATUAL = SPACES
               MOVE WS-INSTAL-BARRAS TO WS-INSTALACAO-ATUAL
           END-IF.
           IF WS-INSTALACAO-ATUAL = SPACES
               DISPLAY "Conta lancada sem consumo (informar depois no "
                       "CADINST)."
               MOVE 'S' TO WS-CONSUMO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INSTALACAO-ATUAL TO IN-CODIGO.
           READ INSTAL-FILE KEY IS IN-CODIGO
               INVALID KEY
                   DISPLAY "ERRO: instalacao nao cadastrada."
                   EXIT PARAGRAPH
           END-READ.
           IF IN-CNPJ-FORN NOT = WS-CNPJ-FORN-ATUAL
               DISPLAY "ERRO: a instalacao e de outra concessionaria."
               EXIT PARAGRAPH
           END-IF.

      *> A CONTA DE CONSUMO CHEGA NO MES SEGUINTE AO DA LEITURA
           MOVE WS-DATA-EMISSAO-ATUAL(1:6) TO WS-MES-REF-ATUAL.
           IF WS-MR-MES = 1
               MOVE 12 TO WS-MR-MES
               SUBTRACT 1 FROM WS-MR-ANO
           ELSE
               SUBTRACT 1 FROM WS-MR-MES
           END-IF.
           MOVE WS-MES-REF-ATUAL TO WS-MES-REF-SUGERIDO.
           DISPLAY "Mes de referencia do consumo (AAAAMM, ENTER = "
                   WS-MES-REF-SUGERIDO "): " WITH NO ADVANCING.
           ACCEPT WS-MES-REF-ATUAL.
           IF WS-MES-REF-ATUAL = ZERO
               MOVE WS-MES-REF-SUGERIDO TO WS-MES-REF-ATUAL
           END-IF.
           IF WS-MR-MES < 1 OR WS-MR-MES > 12 OR WS-MR-ANO < 1900
               DISPLAY "ERRO: mes de referencia invalido."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CONSUMO-SUGERIDO.
           IF WS-LINHA-DIGITADA(1:1) = '8' AND
                   WS-LINHA-DIGITADA(1:44) = WS-CODIGO-BARRAS AND
                   NOT CB-VALOR-EFETIVO
               MOVE WS-CB-VALOR TO WS-CONSUMO-SUGERIDO
           END-IF.
           DISPLAY "Consumo do mes em " IN-UNIDADE " (ENTER = "
                   WS-CONSUMO-SUGERIDO "): " WITH NO ADVANCING.
           MOVE ZERO TO WS-CONSUMO-ATUAL.
           ACCEPT WS-CONSUMO-ATUAL.
           IF WS-CONSUMO-ATUAL = ZERO
               MOVE WS-CONSUMO-SUGERIDO TO WS-CONSUMO-ATUAL
           END-IF.
           IF WS-CONSUMO-ATUAL = ZERO
               DISPLAY "ERRO: consumo deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-CONSUMO-OK.

      *> A INSTALACAO CUJO NUMERO APARECE NO CODIGO DE BARRAS, DEPOIS
      *> DO VALOR (EMPRESA/CNPJ E CAMPO LIVRE), VIRA A SUGESTAO
       384-LER-INSTALACAO-FORN.
           READ INSTAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-INSTAL
                   EXIT PARAGRAPH
           END-READ.
           IF IN-CNPJ-FORN NOT = WS-CNPJ-FORN-ATUAL
               MOVE 'Y' TO WS-FIM-INSTAL
               EXIT PARAGRAPH
           END-IF.
           IF IN-ATIVO NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-INSTAL-FORN.
           DISPLAY "  Instalacao " IN-CODIGO " " IN-DESCRICAO
                   " filial " IN-FILIAL " (" IN-UNIDADE ")".
           IF WS-LINHA-DIGITADA(1:1) = '8' AND IN-ID-BARRAS NOT = SPACES
               MOVE ZERO TO WS-ID-TAM
               INSPECT IN-ID-BARRAS TALLYING WS-ID-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE ZERO TO WS-ID-OCORR
               IF WS-ID-TAM > ZERO
                   INSPECT WS-LINHA-DIGITADA(16:29) TALLYING WS-ID-OCORR
                       FOR ALL IN-ID-BARRAS(1:WS-ID-TAM)
               END-IF
               IF WS-ID-OCORR > ZERO
                   MOVE IN-CODIGO TO WS-INSTAL-BARRAS
               END-IF
           END-IF.

       389-GRAVAR-CONSUMO.
           MOVE SPACES TO SS-USUARIO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       MOVE SPACES TO SS-USUARIO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

           OPEN I-O CONSUMO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CO
               OPEN OUTPUT CONSUMO-FILE
               CLOSE CONSUMO-FILE
               OPEN I-O CONSUMO-FILE
           END-IF.
           IF NOT STATUS-OK-CO
               DISPLAY "AVISO: nao foi possivel gravar o consumo da "
                       "conta. Status: " WS-STATUS-CONSUMO
               CLOSE CONSUMO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO CO-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CO-CNPJ-FORN.
           MOVE WS-INSTALACAO-ATUAL TO CO-INSTALACAO.
           MOVE WS-MES-REF-ATUAL TO CO-MES-REF.
           MOVE WS-CONSUMO-ATUAL TO CO-QUANTIDADE.
           MOVE WS-VALOR-TOTAL TO CO-VALOR.
           MOVE SS-USUARIO TO CO-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CO-DATA-HORA.
           WRITE CONSUMO-REG
               INVALID KEY
                   DISPLAY "AVISO: consumo ja registrado para o doc "
                           CP-NUM-DOC "."
           END-WRITE.
           CLOSE CONSUMO-FILE.

       392-VINCULAR-PROTOCOLO.
           OPEN I-O PROTOCOLO-FILE.
           IF NOT STATUS-OK-PT
               DISPLAY "AVISO: nao foi possivel vincular o protocolo "
                       WS-PROTOCOLO-ATUAL ". Status: "
                       WS-STATUS-PROTOCOLO
               CLOSE PROTOCOLO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROTOCOLO-ATUAL TO PT-NUMERO.
           READ PROTOCOLO-FILE
               INVALID KEY
                   DISPLAY "AVISO: protocolo " WS-PROTOCOLO-ATUAL
                           " nao encontrado para vincular."
                   CLOSE PROTOCOLO-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'L' TO PT-SITUACAO.
           MOVE CP-NUM-DOC TO PT-NUM-DOC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PT-DATA-LANC.
           REWRITE PROTOCOLO-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao vincular o protocolo "
                           WS-PROTOCOLO-ATUAL "."
           END-REWRITE.
           CLOSE PROTOCOLO-FILE.

       285-VERIFICAR-SITUACAO-RFB.
           MOVE 'A' TO WS-SITUACAO-RFB.
           OPEN INPUT FORNRFB-FILE.
           END-READ.
           CLOSE FORNRFB-FILE.

      *> AVISO DE FORNECEDOR CLASSIFICADO COMO RISCO ALTO, COM A NOTA
      *> DE CADA FATOR PARA O OPERADOR SABER O QUE PESOU
       286-AVISAR-RISCO-FORNECEDOR.
           OPEN INPUT RISCOFOR-FILE.
           IF NOT STATUS-OK-RF
               CLOSE RISCOFOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE F-CNPJ TO RF-CNPJ.
           READ RISCOFOR-FILE
               INVALID KEY
                   MOVE SPACE TO RF-CLASSE
           END-READ.
           CLOSE RISCOFOR-FILE.
           IF RF-CLASSE = 'A'
               DISPLAY "AVISO: fornecedor classificado como RISCO ALTO "
                       "(pontuacao " RF-PONTUACAO ", calculada em "
                       RF-DATA-CALCULO ")."
               DISPLAY "  Notas: RFB " RF-NOTA(1) " CND " RF-NOTA(2)
                       " Contestacoes " RF-NOTA(3) " Circularizacao "
                       RF-NOTA(4)
               DISPLAY "         Concentracao " RF-NOTA(5) " Banco "
                       RF-NOTA(6) " Tempo de relacao " RF-NOTA(7)
           END-IF.

      *> EMPRESA COM SANCAO EM VIGOR NO CEIS/CNEP NAO RECEBE LANCAMENTO,
      *> SALVO LIBERACAO DE COMPLIANCE (VERIFSAN)
       289-VERIFICAR-SANCAO.
           MOVE F-CNPJ TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO = 'S'
               DISPLAY "AVISO: fornecedor sancionado no "
                       WS-SAN-CADASTRO ", com liberacao de compliance."
           END-IF.

      *> O CENTRO DE CUSTO DEIXOU DE SER TEXTO LIVRE: COM O CADASTRO
      *> CENTROC.DAT (CADCC) NO AR, SO ENTRA CODIGO OFICIAL E ATIVO --
      *> CHEGA DE "ADM", "ADM01" E "ADMIN " VALENDO COMO TRES CENTROS.

           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.

           READ CONTAPAGAR-FILE
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.
           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
               END-IF
           END-IF.

           IF WS-LOTE-MOTIVO-REJEICAO = SPACES
               PERFORM 289-VERIFICAR-SANCAO
               IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
                   MOVE "fornecedor sancionado CEIS/CNEP"
                       TO WS-LOTE-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF WS-LOTE-MOTIVO-REJEICAO = SPACES
               IF LL-DATA-VENC < LL-DATA-EMISSAO
                   MOVE "vencimento anterior a emissao"
                   END-IF
           END-READ.

      *> PEDE A LINHA DIGITAVEL DO BOLETO OU DA CONTA DE ARRECADACAO E
      *> REPETE A PERGUNTA ATE UMA LINHA VALIDA OU <ENTER> (CONTA SEM
      *> CODIGO DE BARRAS). A LINHA DE 48 DIGITOS E A DE ARRECADACAO
       360-DIGITAR-LINHA-DIGITAVEL.
           DISPLAY "Linha digitavel (boleto 47 digitos, arrecadacao 48 "
                   "digitos, ENTER se nao houver): " WITH NO ADVANCING.
           MOVE SPACES TO WS-LINHA-DIGITADA.
           ACCEPT WS-LINHA-DIGITADA.
           IF WS-LINHA-DIGITADA = SPACES
               MOVE 'S' TO WS-LINHA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINHA-DIGITADA(48:1) = SPACE
               PERFORM 365-VALIDAR-LINHA-DIGITAVEL
           ELSE
               PERFORM 362-VALIDAR-ARRECADACAO
           END-IF.

      *> CONFERE A LINHA DE ARRECADACAO (CONCESSIONARIAS, PREFEITURAS,
      *> ORGAOS DE GOVERNO): 48 DIGITOS COMECANDO COM '8', SEGMENTO
      *> CONHECIDO, IDENTIFICADOR DE VALOR QUE ESCOLHE O MODULO (6/7 =
      *> MODULO 10, 8/9 = MODULO 11), DV DE CADA UM DOS QUATRO BLOCOS,
      *> DV GERAL DO CODIGO DE BARRAS, VALOR EMBUTIDO IGUAL AO DA CONTA
      *> E, NO SEGMENTO 6, A RAIZ DO CNPJ DO CEDENTE IGUAL A DO
      *> FORNECEDOR. ACEITA A LINHA, O QUE SE GRAVA E O CODIGO DE
      *> BARRAS DE 44 POSICOES, QUE E O QUE O BANCO PEDE NO PAGAMENTO
       362-VALIDAR-ARRECADACAO.
           MOVE 'N' TO WS-LINHA-VALIDA.

           IF WS-LINHA-DIGITADA NOT NUMERIC
               DISPLAY "ERRO: a linha de arrecadacao deve ter 48 "
                       "digitos numericos."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINHA-DIGITADA(1:1) NOT = '8'
               DISPLAY "ERRO: linha de 48 digitos deve comecar com '8' "
                       "(arrecadacao)."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CODIGO-BARRAS.
           STRING WS-LINHA-DIGITADA(1:11)  WS-LINHA-DIGITADA(13:11)
                  WS-LINHA-DIGITADA(25:11) WS-LINHA-DIGITADA(37:11)
               DELIMITED BY SIZE INTO WS-CODIGO-BARRAS.

           IF WS-CB-SEGMENTO = '0' OR WS-CB-SEGMENTO = '8'
               DISPLAY "ERRO: segmento " WS-CB-SEGMENTO
                       " invalido na linha de arrecadacao."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CB-VALOR-MOD10 AND NOT CB-VALOR-MOD11
               DISPLAY "ERRO: identificador de valor " WS-CB-ID-VALOR
                       " invalido (esperado 6, 7, 8 ou 9)."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ARRC-ERRO.
           PERFORM 363-CONFERIR-BLOCO-ARRECADACAO
               VARYING WS-ARRC-BLOCO FROM 1 BY 1
               UNTIL WS-ARRC-BLOCO > 4 OR WS-ARRC-ERRO = 'S'.
           IF WS-ARRC-ERRO = 'S'
               EXIT PARAGRAPH
           END-IF.

      *> O DV GERAL E CALCULADO SOBRE OS 43 DIGITOS DO CODIGO DE
      *> BARRAS SEM A PROPRIA QUARTA POSICAO
           MOVE SPACES TO WS-MOD-AREA.
           MOVE WS-CODIGO-BARRAS(1:3) TO WS-MOD-AREA(1:3).
           MOVE WS-CODIGO-BARRAS(5:40) TO WS-MOD-AREA(4:40).
           MOVE 1 TO WS-MOD10-INI.
           MOVE 43 TO WS-MOD10-FIM.
           PERFORM 364-CALCULAR-DV-ARRECADACAO.
           IF WS-ARRC-DV NOT = WS-CB-DV-GERAL
               DISPLAY "ERRO: digito verificador geral do codigo de "
                       "barras nao confere."
               EXIT PARAGRAPH
           END-IF.

      *> IDENTIFICADOR 6/8 = VALOR EFETIVO EM REAIS; 7/9 = VALOR DE
      *> REFERENCIA (QUANTIDADE, INDICE), QUE NAO SE COMPARA COM A CONTA
           IF CB-VALOR-EFETIVO AND WS-CB-VALOR NOT = ZERO AND
                   WS-CB-VALOR NOT = WS-VALOR-TOTAL
               DISPLAY "ERRO: o valor embutido na arrecadacao ("
                       WS-CB-VALOR ") nao confere com o valor da "
                       "conta."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CB-SEGMENTO = '6'
               COMPUTE WS-CNPJ-RAIZ-FORN = WS-CNPJ-FORN-ATUAL / 1000000
               IF WS-CB-CNPJ-RAIZ NOT = WS-CNPJ-RAIZ-FORN
                   DISPLAY "ERRO: a raiz de CNPJ do cedente na linha ("
                           WS-CB-CNPJ-RAIZ ") nao e a do fornecedor."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-CB-SEGMENTO = '9'
               DISPLAY "Arrecadacao: segmento 9 (uso exclusivo do "
                       "banco), codigo " WS-CB-EMPRESA
           ELSE
               MOVE WS-CB-SEGMENTO TO WS-SEGMENTO-IDX
               DISPLAY "Arrecadacao: segmento " WS-CB-SEGMENTO " ("
                       WS-SEGMENTO-DESC(WS-SEGMENTO-IDX)
                       "), empresa/orgao " WS-CB-EMPRESA
                       ", valor " WS-CB-VALOR
           END-IF.

           MOVE WS-CODIGO-BARRAS TO WS-LINHA-DIGITADA.
           MOVE 'S' TO WS-LINHA-VALIDA.

      *> UM BLOCO DA LINHA DE ARRECADACAO: 11 DIGITOS E O DV NA
      *> DECIMA SEGUNDA POSICAO, PELO MODULO QUE O IDENTIFICADOR PEDE
       363-CONFERIR-BLOCO-ARRECADACAO.
           COMPUTE WS-ARRC-POS = (WS-ARRC-BLOCO - 1) * 12 + 1.
           MOVE SPACES TO WS-MOD-AREA.
           MOVE WS-LINHA-DIGITADA(WS-ARRC-POS:11) TO WS-MOD-AREA(1:11).
           MOVE 1 TO WS-MOD10-INI.
           MOVE 11 TO WS-MOD10-FIM.
           PERFORM 364-CALCULAR-DV-ARRECADACAO.
           IF WS-ARRC-DV NOT = WS-LD-DIG(WS-ARRC-POS + 11)
               DISPLAY "ERRO: digito verificador do bloco "
                       WS-ARRC-BLOCO " nao confere."
               MOVE 'S' TO WS-ARRC-ERRO
           END-IF.

       364-CALCULAR-DV-ARRECADACAO.
           IF CB-VALOR-MOD10
               PERFORM 366-CALCULAR-MOD10
               MOVE WS-MOD10-DV TO WS-ARRC-DV
           ELSE
               PERFORM 368-CALCULAR-MOD11
           END-IF.

      *> CONFERE A LINHA DIGITAVEL: 47 DIGITOS NUMERICOS, DIGITO
      *> VERIFICADOR MODULO 10 DE CADA UM DOS TRES CAMPOS, FATOR DE
       365-VALIDAR-LINHA-DIGITAVEL.
           MOVE 'N' TO WS-LINHA-VALIDA.

           IF WS-LINHA-DIGITADA(1:47) NOT NUMERIC
               DISPLAY "ERRO: a linha digitavel deve ter 47 digitos "
                       "numericos."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA-DIGITADA TO WS-MOD-AREA.

           MOVE 1 TO WS-MOD10-INI.
           MOVE 9 TO WS-MOD10-FIM.

       367-SOMAR-DIGITO-MOD10.
           COMPUTE WS-MOD10-PROD =
               WS-MOD-DIG(WS-MOD10-I) * WS-MOD10-PESO.
           IF WS-MOD10-PROD > 9
               SUBTRACT 9 FROM WS-MOD10-PROD
           END-IF.
           END-IF.
           SUBTRACT 1 FROM WS-MOD10-I.

      *> MODULO 11 DA ARRECADACAO: DA DIREITA PARA A ESQUERDA, PESOS DE
      *> 2 A 9 REPETIDOS; RESTO 0 OU 1 DA DV ZERO, SENAO 11 - RESTO
       368-CALCULAR-MOD11.
           MOVE ZERO TO WS-MOD11-SOMA.
           MOVE 2 TO WS-MOD11-PESO.
           MOVE WS-MOD10-FIM TO WS-MOD10-I.
           PERFORM 369-SOMAR-DIGITO-MOD11
               UNTIL WS-MOD10-I < WS-MOD10-INI.
           COMPUTE WS-MOD11-RESTO = FUNCTION MOD(WS-MOD11-SOMA, 11).
           IF WS-MOD11-RESTO < 2
               MOVE ZERO TO WS-ARRC-DV
           ELSE
               COMPUTE WS-ARRC-DV = 11 - WS-MOD11-RESTO
           END-IF.

       369-SOMAR-DIGITO-MOD11.
           COMPUTE WS-MOD11-SOMA = WS-MOD11-SOMA +
               WS-MOD-DIG(WS-MOD10-I) * WS-MOD11-PESO.
           IF WS-MOD11-PESO = 9
               MOVE 2 TO WS-MOD11-PESO
           ELSE
               ADD 1 TO WS-MOD11-PESO
           END-IF.
           SUBTRACT 1 FROM WS-MOD10-I.

      *> ROTINAS DE DIA UTIL COMPARTILHADAS PELAS FUNCOES DESTE
      *> PROGRAMA; O CALENDARIO FICA ABERTO SO DURANTE O USO
       955-ABRIR-FERIADOS.
      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL)
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
