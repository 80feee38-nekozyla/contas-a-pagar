               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-STATUS-LIBPEND.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT FERIADOS-FILE *> Calendario de feriados bancarios
               ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS INDEXED
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 RT-VALOR-BASE    PIC 9(10)V99.
           05 RT-VALOR-RETIDO  PIC S9(10)V99.

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

       FD  LIBPEND-FILE.
       01  LIBPEND-REG.
           05 LP-CHAVE.
           05 PR-DIAS-AVISO-CND    PIC 9(03).
           05 PR-LIMITE-RESIDUO    PIC 9(04)V99.
           05 PR-VALOR-EXIGE-ANEXO PIC 9(10)V99.
           05 PR-PERC-TOLER-RECEB  PIC 9(02)V99.
           05 PR-DIAS-DESCONHEC    PIC 9(03).
           05 PR-CC-SUSPENSO       PIC X(06).
           05 PR-PERC-DESVIO-CONS  PIC 9(03).
           05 PR-SLA-HORAS-APROV   PIC 9(03).
           05 PR-SLA-HORAS-LIB     PIC 9(03).
           05 PR-JANELA-FIM-BATCH  PIC 9(04).
           05 FILLER               PIC X(01).

       FD  PARAMHIST-FILE.
       01  PARAMHIST-REG.
          88 ARQUIVO-NAO-ENCONTRADO-RT VALUE '35'.
       01 WS-STATUS-LIBPEND        PIC X(2).
          88 STATUS-OK-LP           VALUE '00'.
       01 WS-STATUS-CESSAO         PIC X(2).
          88 STATUS-OK-CS           VALUE '00'.
       01 WS-STATUS-FERIADOS       PIC X(2).
          88 STATUS-OK-FE           VALUE '00'.
       01 WS-STATUS-PARAMS         PIC X(2).
       01 WS-VALOR-TOTAL-PAGO      PIC 9(13)V99 VALUE ZERO.
       01 WS-MOTIVO-SKIP           PIC X(30).

      *> BLOQUEIO DE CREDITO SUJEITO A RECUPERACAO JUDICIAL (VERIFRJ)
       01 WS-RJ-PARM.
           05 WS-RJ-CNPJ           PIC 9(14).
           05 WS-RJ-DATA-EMISSAO   PIC 9(08).
           05 WS-RJ-BLOQUEADO      PIC X(01).
           05 WS-RJ-DATA-PEDIDO    PIC 9(08).
      *> BLOQUEIO DE EMPRESA SANCIONADA NO CEIS/CNEP (VERIFSAN)
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).
      *> LIMITE DIARIO DE SAIDA POR CONTA E POR OPERADOR (VERIFLIM); NA
      *> RODADA NOTURNA O OPERADOR E A PROPRIA AGENDA
       01 WS-LIM-PARM.
           05 WS-LIM-OPERACAO      PIC X(01).
           05 WS-LIM-PROGRAMA      PIC X(08) VALUE 'AGENDEXE'.
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
       01 WS-USUARIO-LIMITE        PIC X(10).

      *> PARAMETROS EFETIVOS DA RODADA; SEM PARAMS.DAT VALEM OS
      *> PADROES HISTORICOS, E SEM CONTA PADRAO A RODADA NAO EXECUTA
       01 WS-TAXA-JUROS-DIA        PIC 9V99999 VALUE 0.00033.
       01 WS-TAXA-JUROS-EFETIVA    PIC 9V99999.
       01 WS-TAXA-MULTA-EFETIVA    PIC 9V9999.
       01 WS-TAXA-NEGOCIADA        PIC X(01) VALUE 'N'.
      *> CONTA DE CONCESSIONARIA/TRIBUTO COM CODIGO DE ARRECADACAO
      *> (GRAVADO PELO LANCCONT COM '8' NA FRENTE E 44 POSICOES): O
      *> VALOR DO CODIGO E O QUE O BANCO COBRA, SEM ENCARGOS NOSSOS,
      *> DESCONTO OU RETENCAO NA FONTE, E O PAGAMENTO SAI COMO
      *> ARRECADACAO E NAO COMO LIQUIDACAO DE BOLETO
       01 WS-CONTA-ARRECADACAO     PIC X(01) VALUE 'N'.

      *> VIGENCIAS HISTORICAS DAS TAXAS (PARAMHIST.DAT, GRAVADO PELO
      *> CADPARAM), COMO NO PGTOCONT: CADA DIA DE ATRASO ENTRA COM A
       01 WS-VALOR-AJUSTADO        PIC 9(10)V99.
       01 WS-VALOR-DESCONTO        PIC 9(10)V99.
       01 WS-DESC-LIMITE-INT       PIC S9(09) COMP.
       01 WS-RET-TIPOS-INIT        PIC X(16) VALUE 'IRRFINSSISS CSRF'.
       01 WS-RET-TIPOS-TAB REDEFINES WS-RET-TIPOS-INIT.
           05 WS-RET-TIPO          PIC X(04) OCCURS 4 TIMES.
       01 WS-RET-VALORES-TAB.
           05 WS-RET-VALOR         PIC 9(10)V99 OCCURS 4 TIMES.
       01 WS-RET-IDX               PIC 9(01).
      *> AREA DE CHAMADA DO VERIFREG: REGIME TRIBUTARIO DO FORNECEDOR
      *> NA DATA DO PAGAMENTO, IGUAL AO PGTOCONT
       01 WS-REGIME-PARM.
           05 WS-RG-CNPJ           PIC 9(14).
           05 WS-RG-DATA           PIC 9(08).
           05 WS-RG-REGIME         PIC X(01).
           05 WS-RG-DECLARACAO     PIC X(01).
           05 WS-RG-DISPENSA-IR    PIC X(01).
      *> AREA DE CHAMADA DO CSRFACU (MINIMO DE R$ 10,00 DA CSRF COM
      *> ACUMULO NO MES), IGUAL AO PGTOCONT
       01 WS-CSRF-PARM.
           05 WS-CS-FUNCAO         PIC X(01).
           05 WS-CS-CNPJ           PIC 9(14).
           05 WS-CS-NUM-DOC        PIC 9(10).
           05 WS-CS-DATA-PGTO      PIC 9(08).
           05 WS-CS-VALOR-BASE     PIC 9(10)V99.
           05 WS-CS-VALOR-CALC     PIC 9(10)V99.
           05 WS-CS-ACUM-BASE      PIC 9(10)V99.
           05 WS-CS-ACUM-VALOR     PIC 9(10)V99.
           05 WS-CS-BASE-RETER     PIC 9(10)V99.
           05 WS-CS-VALOR-RETER    PIC 9(10)V99.
           05 WS-CS-DISPENSADA     PIC X(01).
           05 WS-CS-RETORNO        PIC X(01).
      *> AREA DE CHAMADA DO CAMBREAL (VARIACAO CAMBIAL REALIZADA NA
      *> LIQUIDACAO DE CONTA EM MOEDA ESTRANGEIRA), IGUAL AO PGTOCONT
       01 WS-VARCAMB-PARM.
           05 WS-VR-FUNCAO         PIC X(01).
           05 WS-VR-MOEDA          PIC X(03).
           05 WS-VR-DATA           PIC 9(08).
           05 WS-VR-NUM-DOC        PIC 9(10).
           05 WS-VR-CNPJ           PIC 9(14).
           05 WS-VR-SEQ-HIST       PIC 9(04).
           05 WS-VR-VALOR-PAGO     PIC 9(10)V99.
           05 WS-VR-VALOR-CONTA    PIC 9(10)V99.
           05 WS-VR-VALOR-ME-CONTA PIC 9(10)V99.
           05 WS-VR-VALOR-ME       PIC S9(10)V99.
           05 WS-VR-TAXA-ANTERIOR  PIC 9(04)V9999.
           05 WS-VR-TAXA-NOVA      PIC 9(04)V9999.
           05 WS-VR-VARIACAO       PIC S9(10)V99.
           05 WS-VR-RETORNO        PIC X(01).
      *> AREA DE CHAMADA DO ISSMUNI (MUNICIPIO DO ISS E SE E RETIDO),
      *> IGUAL AO PGTOCONT
       01 WS-ISS-PARM.
           05 WS-IS-FUNCAO         PIC X(01).
           05 WS-IS-CNPJ           PIC 9(14).
           05 WS-IS-NUM-DOC        PIC 9(10).
           05 WS-IS-DATA-PGTO      PIC 9(08).
           05 WS-IS-FILIAL         PIC X(04).
           05 WS-IS-VALOR-BASE     PIC 9(10)V99.
           05 WS-IS-VALOR-ISS      PIC 9(10)V99.
           05 WS-IS-ITEM           PIC X(05).
           05 WS-IS-LOCAL          PIC X(01).
           05 WS-IS-RETER          PIC X(01).
           05 WS-IS-COD-IBGE       PIC 9(07).
           05 WS-IS-MUNICIPIO      PIC X(30).
           05 WS-IS-UF             PIC X(02).
           05 WS-IS-AVISO          PIC X(01).
      *> AREA DE CHAMADA DO RETPFIS (RETENCOES DE PESSOA FISICA)
       01 WS-RETPF-PARM.
           05 WS-PF-FUNCAO         PIC X(01).
           05 WS-PF-CPF            PIC 9(14).
           05 WS-PF-NUM-DOC        PIC 9(10).
           05 WS-PF-DATA-PGTO      PIC 9(08).
           05 WS-PF-VALOR-PAGO     PIC 9(10)V99.
           05 WS-PF-INSS           PIC 9(10)V99.
           05 WS-PF-IRRF           PIC 9(10)V99.
           05 WS-PF-ACUM-BASE      PIC 9(10)V99.
           05 WS-PF-ACUM-INSS      PIC 9(10)V99.
           05 WS-PF-ACUM-IRRF      PIC 9(10)V99.
           05 WS-PF-RETORNO        PIC X(01).
       01 WS-TOTAL-RETIDO          PIC 9(10)V99.
       01 WS-VALOR-LIQUIDO         PIC 9(10)V99.
      *> PENHORA JUDICIAL: PARTE DO LIQUIDO VAI PARA A CONTA DE DEPOSITO
      *> JUDICIAL EM VEZ DO FORNECEDOR (VER PENHAPLI); CONTINUA SAINDO
      *> DA CONTA DA AGENDA, ENTAO O LIQUIDO DEBITADO NAO MUDA
       01 WS-PENHORA-PARM.
           05 WS-PH-FUNCAO         PIC X(01).
           05 WS-PH-CNPJ           PIC 9(14).
           05 WS-PH-NUM-DOC        PIC 9(10).
           05 WS-PH-SEQ-HIST       PIC 9(04).
           05 WS-PH-VALOR-BASE     PIC 9(10)V99.
           05 WS-PH-VALOR-DESVIO   PIC 9(10)V99.
           05 WS-PH-QTD-ORDENS     PIC 9(02).
       01 WS-PENH-VALOR            PIC 9(10)V99 VALUE ZERO.
      *> CAUCAO CONTRATUAL: A GARANTIA RETIDA (VER CAUCAPLI) NAO SAI DO
      *> CAIXA, ENTAO O LIQUIDO DEBITADO DA CONTA DIMINUI
       01 WS-CAUCAO-PARM.
           05 WS-CC-FUNCAO         PIC X(01).
           05 WS-CC-CNPJ           PIC 9(14).
           05 WS-CC-NUM-DOC        PIC 9(10).
           05 WS-CC-SEQ-HIST       PIC 9(04).
           05 WS-CC-NATUREZA       PIC X(04).
           05 WS-CC-DATA-MOV       PIC 9(08).
           05 WS-CC-VALOR-BASE     PIC 9(10)V99.
           05 WS-CC-PERCENTUAL     PIC 9(02)V99.
           05 WS-CC-VALOR-CAUCAO   PIC 9(10)V99.
           05 WS-CC-CONTRATO       PIC X(15).
           05 WS-CC-APROVADOR      PIC X(06).
           05 WS-CC-SALDO          PIC 9(12)V99.
           05 WS-CC-RETORNO        PIC X(01).
       01 WS-CAUC-VALOR            PIC 9(10)V99 VALUE ZERO.

      *> APOIO DE DIAS UTEIS, COMO NOS DEMAIS PROGRAMAS
       01 WS-FERIADOS-ABERTO       PIC X(01) VALUE 'N'.
           DISPLAY "--- Execucao Automatica da Agenda de Pagamentos ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 150-LER-PARAMETROS.
           PERFORM 170-DEFINIR-USUARIO-LIMITE.

           IF WS-CONTA-AGENDA = SPACES
               DISPLAY "AVISO: conta bancaria padrao da agenda nao "

      *> COLETA NUMA TABELA OS DOCUMENTOS PROGRAMADOS PARA HOJE,
      *> POSICIONANDO PELA CHAVE ALTERNATIVA DE DATA PROGRAMADA
       170-DEFINIR-USUARIO-LIMITE.
           MOVE 'AGENDEXE' TO WS-USUARIO-LIMITE.
           IF WS-MODO-BATCH = 'S'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SESSAO-FILE.
           IF WS-STATUS-SESSAO = '00'
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SS-USUARIO NOT = SPACES
                           MOVE SS-USUARIO TO WS-USUARIO-LIMITE
                       END-IF
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       200-COLETAR-AGENDA-DO-DIA.
           MOVE ZERO TO WS-AG-QTD.
           OPEN INPUT AGENDA-FILE.
                           TO WS-MOTIVO-SKIP
                   WHEN 'P'
                       MOVE "conta ja paga" TO WS-MOTIVO-SKIP
                   WHEN 'M'
                       MOVE "conta retida sem recebimento"
                           TO WS-MOTIVO-SKIP
                   WHEN OTHER
                       MOVE "conta nao esta em aberto"
                           TO WS-MOTIVO-SKIP
               END-READ
           END-IF.

           IF WS-MOTIVO-SKIP = SPACES
               PERFORM 315-VERIFICAR-RECUPERACAO
           END-IF.

           IF WS-MOTIVO-SKIP = SPACES
               PERFORM 316-VERIFICAR-SANCAO
           END-IF.

           IF WS-MOTIVO-SKIP = SPACES
               PERFORM 310-VERIFICAR-CESSAO
           END-IF.

      *> ACIMA DA ALCADA A RODADA SO PAGA COM LIBERACAO JA CONCEDIDA
      *> NA FILA (LIBPAG); SEM ELA O ITEM FICA PARA DECISAO HUMANA
           IF WS-MOTIVO-SKIP = SPACES AND CP-VALOR > WS-VALOR-ALCADA
               PERFORM 340-CONFERIR-SALDO-CONTA
           END-IF.

      *> ACIMA DO LIMITE DIARIO DA CONTA OU DO OPERADOR O ITEM VAI PARA
      *> A FILA DO LIBPAG E SO SAI NUMA RODADA DEPOIS DE LIBERADO
           IF WS-MOTIVO-SKIP = SPACES
               PERFORM 345-VERIFICAR-LIMITE-DIARIO
           END-IF.

           IF WS-MOTIVO-SKIP NOT = SPACES
               ADD 1 TO WS-QTD-PULADOS
               PERFORM 500-MARCAR-ITEM-PULADO

           PERFORM 400-EFETIVAR-PAGAMENTO.

      *> A RODADA NAO ESCOLHE FAVORECIDO: TITULO CEDIDO FICA PARA O
      *> PGTOCONT, QUE SO PAGA AO CESSIONARIO
       310-VERIFICAR-CESSAO.
           OPEN INPUT CESSAO-FILE.
           IF NOT STATUS-OK-CS
               CLOSE CESSAO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO CS-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CS-CNPJ-FORN.
           READ CESSAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-SITUACAO = 'A'
                       MOVE "titulo cedido a terceiro"
                           TO WS-MOTIVO-SKIP
                   END-IF
           END-READ.
           CLOSE CESSAO-FILE.

      *> CREDITO ANTERIOR AO PEDIDO DE RECUPERACAO JUDICIAL SO E PAGO
      *> PELAS PARCELAS DO PLANO HOMOLOGADO
       315-VERIFICAR-RECUPERACAO.
           MOVE CP-CNPJ-FORN TO WS-RJ-CNPJ.
           MOVE CP-DATA-EMISSAO TO WS-RJ-DATA-EMISSAO.
           CALL 'VERIFRJ' USING WS-RJ-PARM.
           IF WS-RJ-BLOQUEADO = 'S'
               MOVE "titulo sujeito a recuperacao"
                   TO WS-MOTIVO-SKIP
           END-IF.

      *> FORNECEDOR COM SANCAO EM VIGOR NO CEIS/CNEP SO E PAGO COM
      *> LIBERACAO DE COMPLIANCE (IMPSANC)
       316-VERIFICAR-SANCAO.
           MOVE CP-CNPJ-FORN TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
               MOVE "sancao CEIS/CNEP em vigor"
                   TO WS-MOTIVO-SKIP
           END-IF.

       320-VERIFICAR-LIBERACAO-ALCADA.
           OPEN I-O LIBPEND-FILE.
           IF NOT STATUS-OK-LP
           END-IF.
           MOVE CP-SALDO TO WS-VALOR-PAGO.
           MOVE WS-DATA-HOJE TO CP-DATA-PGTO.
           MOVE ZERO TO WS-PENH-VALOR.
           MOVE ZERO TO WS-CAUC-VALOR.

           MOVE 'N' TO WS-CONTA-ARRECADACAO.
           IF CP-LINHA-DIGITAVEL(1:1) = '8' AND
                   CP-LINHA-DIGITAVEL(45:3) = SPACES
               MOVE 'S' TO WS-CONTA-ARRECADACAO
               MOVE ZERO TO WS-VALOR-JUROS
               MOVE ZERO TO WS-VALOR-MULTA
               MOVE ZERO TO WS-VALOR-DESCONTO
               MOVE ZERO TO WS-TOTAL-RETIDO
               MOVE ZEROS TO WS-RET-VALORES-TAB
               MOVE ZERO TO WS-CS-VALOR-CALC
               MOVE ZERO TO WS-PF-VALOR-PAGO
               MOVE WS-VALOR-PAGO TO WS-VALOR-AJUSTADO
               MOVE WS-VALOR-PAGO TO WS-VALOR-LIQUIDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 332-LER-TERMOS-FORNECEDOR.
           PERFORM 331-CARREGAR-HISTORICO-TAXAS.
           END-IF.

           PERFORM 336-CALCULAR-RETENCOES.
           PERFORM 341-CALCULAR-CAUCAO.
           PERFORM 342-CALCULAR-PENHORA.

      *> CAUCAO CONTRATUAL SOBRE O BRUTO (PERCENTUAL DO TITULO OU DO
      *> CONTRATO); A GRAVACAO NO RAZAO SO ACONTECE NA EFETIVACAO
       341-CALCULAR-CAUCAO.
           MOVE 'C' TO WS-CC-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-CC-CNPJ.
           MOVE CP-NUM-DOC TO WS-CC-NUM-DOC.
           MOVE ZERO TO WS-CC-SEQ-HIST.
           MOVE CP-NATUREZA TO WS-CC-NATUREZA.
           MOVE CP-DATA-PGTO TO WS-CC-DATA-MOV.
           MOVE WS-VALOR-PAGO TO WS-CC-VALOR-BASE.
           CALL 'CAUCAPLI' USING WS-CAUCAO-PARM.
           MOVE WS-CC-VALOR-CAUCAO TO WS-CAUC-VALOR.
           IF WS-CAUC-VALOR > ZERO
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-LIQUIDO - WS-CAUC-VALOR
           END-IF.

      *> PARCELA DAS ORDENS DE PENHORA ATIVAS DO FORNECEDOR SOBRE O
      *> LIQUIDO; A BAIXA DAS ORDENS SO ACONTECE NA EFETIVACAO
       342-CALCULAR-PENHORA.
           MOVE 'C' TO WS-PH-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-PH-CNPJ.
           MOVE CP-NUM-DOC TO WS-PH-NUM-DOC.
           MOVE ZERO TO WS-PH-SEQ-HIST.
           MOVE WS-VALOR-LIQUIDO TO WS-PH-VALOR-BASE.
           CALL 'PENHAPLI' USING WS-PENHORA-PARM.
           MOVE WS-PH-VALOR-DESVIO TO WS-PENH-VALOR.

       332-LER-TERMOS-FORNECEDOR.
           MOVE WS-TAXA-JUROS-DIA TO WS-TAXA-JUROS-EFETIVA.
       336-CALCULAR-RETENCOES.
           MOVE ZERO TO WS-TOTAL-RETIDO.
           MOVE ZEROS TO WS-RET-VALORES-TAB.
           MOVE ZERO TO WS-CS-VALOR-CALC.
           MOVE ZERO TO WS-PF-VALOR-PAGO.

           OPEN INPUT TAXARET-FILE.
           IF NOT STATUS-OK-TR
               PERFORM 339-RETENCOES-PESSOA-FISICA
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-AJUSTADO
                   - WS-TOTAL-RETIDO - WS-VALOR-DESCONTO
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-CNPJ-FORN TO WS-RG-CNPJ.
           MOVE CP-DATA-PGTO TO WS-RG-DATA.
           CALL 'VERIFREG' USING WS-REGIME-PARM.
           PERFORM 338-BUSCAR-ALIQUOTA-TIPO
               VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4.

           CLOSE TAXARET-FILE.
           PERFORM 339-RETENCOES-PESSOA-FISICA.
           PERFORM 343-DEFINIR-LOCAL-ISS.
           PERFORM 344-APLICAR-MINIMO-CSRF.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-AJUSTADO
               - WS-TOTAL-RETIDO - WS-VALOR-DESCONTO.

      *> SIMPLES COM DECLARACAO E MEI NAO SOFREM IRRF NEM CSRF
       338-BUSCAR-ALIQUOTA-TIPO.
           IF WS-RG-DISPENSA-IR = 'S' AND
                   (WS-RET-TIPO(WS-RET-IDX) = 'IRRF' OR
                    WS-RET-TIPO(WS-RET-IDX) = 'CSRF')
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO TR-CNPJ-FORN.
           MOVE WS-RET-TIPO(WS-RET-IDX) TO TR-TIPO.
           READ TAXARET-FILE
                   ADD WS-RET-VALOR(WS-RET-IDX) TO WS-TOTAL-RETIDO
           END-READ.

      *> FORNECEDOR PESSOA FISICA (CPF), JA LIDO NA TRIAGEM DO ITEM:
      *> IRRF PELA TABELA PROGRESSIVA E INSS DE 11% ATE O TETO, PELO
      *> RETPFIS SOBRE O ACUMULADO DO CPF NO MES, IGUAL AO PGTOCONT; O
      *> ISS SEGUE A ALIQUOTA CADASTRADA
       339-RETENCOES-PESSOA-FISICA.
           IF F-TIPO-PESSOA NOT = 'F'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-PF-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-PF-CPF.
           MOVE CP-NUM-DOC TO WS-PF-NUM-DOC.
           MOVE CP-DATA-PGTO TO WS-PF-DATA-PGTO.
           MOVE WS-VALOR-PAGO TO WS-PF-VALOR-PAGO.
           CALL 'RETPFIS' USING WS-RETPF-PARM.
           MOVE WS-PF-IRRF TO WS-RET-VALOR(1).
           MOVE WS-PF-INSS TO WS-RET-VALOR(2).
           MOVE ZERO TO WS-RET-VALOR(4).
           COMPUTE WS-TOTAL-RETIDO = WS-RET-VALOR(1) + WS-RET-VALOR(2)
               + WS-RET-VALOR(3).

      *> ISS DEVIDO NO MUNICIPIO DO PRESTADOR, FORA DO DA FILIAL, NAO
      *> E RETIDO, COMO NO PGTOCONT
       343-DEFINIR-LOCAL-ISS.
           IF WS-RET-VALOR(3) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-IS-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-IS-CNPJ.
           MOVE CP-NUM-DOC TO WS-IS-NUM-DOC.
           MOVE CP-DATA-PGTO TO WS-IS-DATA-PGTO.
           MOVE CP-FILIAL TO WS-IS-FILIAL.
           CALL 'ISSMUNI' USING WS-ISS-PARM.
           IF WS-IS-RETER = 'N'
               SUBTRACT WS-RET-VALOR(3) FROM WS-TOTAL-RETIDO
               MOVE ZERO TO WS-RET-VALOR(3)
           END-IF.

      *> CSRF ATE R$ 10,00 (SOMADA AS DISPENSAS DO MES) NAO E RETIDA
      *> AGORA, COMO NO PGTOCONT
       344-APLICAR-MINIMO-CSRF.
           IF WS-RET-VALOR(4) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-CS-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-CS-CNPJ.
           MOVE CP-NUM-DOC TO WS-CS-NUM-DOC.
           MOVE CP-DATA-PGTO TO WS-CS-DATA-PGTO.
           MOVE WS-VALOR-PAGO TO WS-CS-VALOR-BASE.
           MOVE WS-RET-VALOR(4) TO WS-CS-VALOR-CALC.
           CALL 'CSRFACU' USING WS-CSRF-PARM.
           SUBTRACT WS-RET-VALOR(4) FROM WS-TOTAL-RETIDO.
           MOVE WS-CS-VALOR-RETER TO WS-RET-VALOR(4).
           ADD WS-RET-VALOR(4) TO WS-TOTAL-RETIDO.

      *> A RODADA NAO DEIXA A CONTA BANCARIA NEGATIVA: SEM SALDO PARA
      *> O LIQUIDO, O ITEM FICA NA AGENDA PARA A TESOURARIA DECIDIR
       340-CONFERIR-SALDO-CONTA.
           END-READ.
           CLOSE CONTABCO-FILE.

       345-VERIFICAR-LIMITE-DIARIO.
           MOVE 'V' TO WS-LIM-OPERACAO.
           MOVE WS-DATA-HOJE TO WS-LIM-DATA.
           MOVE WS-CONTA-PGTO TO WS-LIM-CONTA.
           MOVE WS-USUARIO-LIMITE TO WS-LIM-USUARIO.
           MOVE CP-NUM-DOC TO WS-LIM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-LIM-CNPJ.
           MOVE WS-VALOR-LIQUIDO TO WS-LIM-VALOR.
           CALL 'VERIFLIM' USING WS-LIM-PARM.
           EVALUATE WS-LIM-SITUACAO
               WHEN 'N'
                   MOVE "limite diario excedido" TO WS-MOTIVO-SKIP
               WHEN 'P'
                   MOVE "limite diario: aguarda LIBPAG"
                       TO WS-MOTIVO-SKIP
               WHEN 'R'
                   MOVE "limite diario: recusado LIBPAG"
                       TO WS-MOTIVO-SKIP
           END-EVALUATE.

       400-EFETIVAR-PAGAMENTO.
           SUBTRACT WS-VALOR-PAGO FROM CP-SALDO.
           MOVE 'P' TO CP-SITUACAO.
           MOVE 'A' TO WS-JRN-OPERACAO.
           PERFORM 981-JORNALIZAR-CONTA.

           MOVE 'R' TO WS-LIM-OPERACAO.
           CALL 'VERIFLIM' USING WS-LIM-PARM.
           PERFORM 410-CONSUMIR-LIBERACAO.
           PERFORM 420-GRAVAR-HISTORICO.
           IF WS-PENH-VALOR > ZERO
               PERFORM 425-GRAVAR-DESVIO-PENHORA
           END-IF.
           MOVE ZERO TO WS-VR-VARIACAO.
           IF CP-MOEDA NOT = 'BRL' AND CP-MOEDA NOT = SPACES
               PERFORM 427-GRAVAR-VARIACAO-CAMBIAL
           END-IF.
           IF WS-TOTAL-RETIDO > ZERO
               PERFORM 440-GRAVAR-RETENCOES
           END-IF.
           IF WS-RET-VALOR(3) > ZERO
               MOVE 'G' TO WS-IS-FUNCAO
               MOVE CP-CNPJ-FORN TO WS-IS-CNPJ
               MOVE CP-NUM-DOC TO WS-IS-NUM-DOC
               MOVE CP-DATA-PGTO TO WS-IS-DATA-PGTO
               MOVE WS-VALOR-PAGO TO WS-IS-VALOR-BASE
               MOVE WS-RET-VALOR(3) TO WS-IS-VALOR-ISS
               CALL 'ISSMUNI' USING WS-ISS-PARM
           END-IF.
           IF WS-CS-VALOR-CALC > ZERO
               MOVE 'G' TO WS-CS-FUNCAO
               CALL 'CSRFACU' USING WS-CSRF-PARM
               MOVE ZERO TO WS-CS-VALOR-CALC
           END-IF.
           IF WS-PF-VALOR-PAGO > ZERO
               MOVE 'G' TO WS-PF-FUNCAO
               CALL 'RETPFIS' USING WS-RETPF-PARM
               MOVE ZERO TO WS-PF-VALOR-PAGO
           END-IF.
           PERFORM 460-DEBITAR-CONTA-AGENDA.
           PERFORM 480-RETIRAR-DA-AGENDA.

           ADD WS-VALOR-PAGO TO WS-VALOR-TOTAL-PAGO.
           DISPLAY "PAGO doc " CP-NUM-DOC " valor " WS-VALOR-PAGO.
           MOVE SPACES TO SPOOL-REG.
           IF WS-CONTA-ARRECADACAO = 'S'
               STRING "PAGO   doc " CP-NUM-DOC " CNPJ " CP-CNPJ-FORN
                      " arrecadacao " WS-VALOR-PAGO " codigo "
                      CP-LINHA-DIGITAVEL(1:44)
                   DELIMITED BY SIZE INTO SPOOL-REG
           ELSE
               STRING "PAGO   doc " CP-NUM-DOC " CNPJ " CP-CNPJ-FORN
                      " bruto " WS-VALOR-PAGO " retido " WS-TOTAL-RETIDO
                      " desconto " WS-VALOR-DESCONTO
                      " penhora " WS-PENH-VALOR
                   DELIMITED BY SIZE INTO SPOOL-REG
           END-IF.
           WRITE SPOOL-REG.
           IF WS-CAUC-VALOR > ZERO
               MOVE SPACES TO SPOOL-REG
               STRING "       caucao retida " WS-CAUC-VALOR
                      " contrato " WS-CC-CONTRATO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.


      *> CONSOME A LIBERACAO ENCONTRADA EM 320, SOMENTE DEPOIS DA
           MOVE CP-DATA-PGTO TO H-DATA-PGTO.
           MOVE WS-VALOR-PAGO TO H-VALOR-ORIGINAL.
           COMPUTE H-VALOR-PAGO = WS-VALOR-AJUSTADO - WS-TOTAL-RETIDO
               - WS-VALOR-DESCONTO - WS-PENH-VALOR - WS-CAUC-VALOR.
           IF WS-CONTA-ARRECADACAO = 'S'
               MOVE 'ARRECADA' TO H-METODO-PGTO
           ELSE
               MOVE 'AGENDA' TO H-METODO-PGTO
           END-IF.
           MOVE WS-APROVADOR-LIB TO H-APROVADOR.
           MOVE WS-CONTA-PGTO TO H-CONTA-EMPRESA.
           MOVE WS-VALOR-DESCONTO TO H-VALOR-DESCONTO.
           END-IF.
           CLOSE HISTPAGTO-FILE.

      *> A CAUCAO FICA AMARRADA A SEQUENCIA DO PROPRIO PAGAMENTO
           IF WS-CAUC-VALOR > ZERO
               MOVE 'B' TO WS-CC-FUNCAO
               MOVE CP-CNPJ-FORN TO WS-CC-CNPJ
               MOVE CP-NUM-DOC TO WS-CC-NUM-DOC
               MOVE WS-HIST-SEQ TO WS-CC-SEQ-HIST
               MOVE CP-DATA-PGTO TO WS-CC-DATA-MOV
               CALL 'CAUCAPLI' USING WS-CAUCAO-PARM
           END-IF.

      *> DESVIO DA PENHORA COMO LANCAMENTO PROPRIO ('PENHORA') NO
      *> HISTORICO, SAINDO DA MESMA CONTA, E BAIXA DAS ORDENS
       425-GRAVAR-DESVIO-PENHORA.
           OPEN I-O HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO GRAVE ao abrir historico para o desvio de "
                       "penhora. Status: " WS-STATUS-HISTPAGTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE CP-DATA-PGTO TO H-DATA-PGTO.
           MOVE WS-PENH-VALOR TO H-VALOR-ORIGINAL.
           MOVE WS-PENH-VALOR TO H-VALOR-PAGO.
           MOVE 'PENHORA' TO H-METODO-PGTO.
           MOVE WS-APROVADOR-LIB TO H-APROVADOR.
           MOVE WS-CONTA-PGTO TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           IF STATUS-OK-HIST
               MOVE 'I' TO WS-JRN-OPERACAO
               PERFORM 982-JORNALIZAR-HIST
           ELSE
               DISPLAY "ERRO ao gravar o desvio de penhora. Status: "
                       WS-STATUS-HISTPAGTO
           END-IF.
           CLOSE HISTPAGTO-FILE.

           MOVE 'B' TO WS-PH-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-PH-CNPJ.
           MOVE CP-NUM-DOC TO WS-PH-NUM-DOC.
           MOVE WS-HIST-SEQ TO WS-PH-SEQ-HIST.
           CALL 'PENHAPLI' USING WS-PENHORA-PARM.

      *> VARIACAO CAMBIAL REALIZADA COMO LANCAMENTO PROPRIO ('VARCAMB')
      *> NO HISTORICO, NA MESMA CONTA DO PAGAMENTO, E EM VARCAMB.DAT
       427-GRAVAR-VARIACAO-CAMBIAL.
           MOVE 'C' TO WS-VR-FUNCAO.
           MOVE CP-MOEDA TO WS-VR-MOEDA.
           MOVE CP-DATA-PGTO TO WS-VR-DATA.
           MOVE CP-NUM-DOC TO WS-VR-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-VR-CNPJ.
           MOVE WS-VALOR-PAGO TO WS-VR-VALOR-PAGO.
           MOVE CP-VALOR TO WS-VR-VALOR-CONTA.
           MOVE CP-VALOR-ORIGINAL TO WS-VR-VALOR-ME-CONTA.
           CALL 'CAMBREAL' USING WS-VARCAMB-PARM.
           IF WS-VR-RETORNO NOT = 'S'
               DISPLAY "AVISO: doc " CP-NUM-DOC " sem taxa de "
                       CP-MOEDA "; variacao cambial nao apurada."
               MOVE ZERO TO WS-VR-VARIACAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-VR-VARIACAO = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO GRAVE ao abrir historico para a variacao "
                       "cambial. Status: " WS-STATUS-HISTPAGTO
               MOVE ZERO TO WS-VR-VARIACAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE CP-DATA-PGTO TO H-DATA-PGTO.
           MOVE ZERO TO H-VALOR-ORIGINAL.
           MOVE WS-VR-VARIACAO TO H-VALOR-PAGO.
           MOVE 'VARCAMB' TO H-METODO-PGTO.
           MOVE WS-APROVADOR-LIB TO H-APROVADOR.
           MOVE WS-CONTA-PGTO TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           IF STATUS-OK-HIST
               MOVE 'I' TO WS-JRN-OPERACAO
               PERFORM 982-JORNALIZAR-HIST
           ELSE
               DISPLAY "ERRO ao gravar a variacao cambial. Status: "
                       WS-STATUS-HISTPAGTO
               CLOSE HISTPAGTO-FILE
               MOVE ZERO TO WS-VR-VARIACAO
               EXIT PARAGRAPH
           END-IF.
           CLOSE HISTPAGTO-FILE.

           MOVE 'G' TO WS-VR-FUNCAO.
           MOVE WS-HIST-SEQ TO WS-VR-SEQ-HIST.
           CALL 'CAMBREAL' USING WS-VARCAMB-PARM.

       430-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC TO WS-HIST-NUM-DOC-ALVO.
           MOVE ZERO TO WS-HIST-SEQ.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 445-GRAVAR-UMA-RETENCAO
               VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4.
           CLOSE RETENCAO-FILE.

       445-GRAVAR-UMA-RETENCAO.
               MOVE CP-DATA-PGTO TO RT-DATA-PGTO
               MOVE WS-RET-TIPO(WS-RET-IDX) TO RT-TIPO
               MOVE WS-VALOR-PAGO TO RT-VALOR-BASE
               IF WS-RET-IDX = 4 AND WS-CS-BASE-RETER > ZERO
                   MOVE WS-CS-BASE-RETER TO RT-VALOR-BASE
               END-IF
               MOVE WS-RET-VALOR(WS-RET-IDX) TO RT-VALOR-RETIDO
               WRITE RETENCAO-REG
           END-IF.
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT WS-VALOR-LIQUIDO FROM CB-SALDO.
           SUBTRACT WS-VR-VARIACAO FROM CB-SALDO.
           REWRITE CONTABCO-REG
               INVALID KEY
                   DISPLAY "AVISO: falha ao atualizar o saldo da conta "
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
