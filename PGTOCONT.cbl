               RECORD KEY IS FR-CNPJ
               FILE STATUS IS WS-STATUS-FORNRFB.

           SELECT RISCOFOR-FILE *> Classificacao de risco vigente por fornecedor
               ASSIGN TO 'RISCOFOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CNPJ
               FILE STATUS IS WS-STATUS-RISCOFOR.

           SELECT PARAMHIST-FILE *> Historico de vigencias de juros/multa/alcada
               ASSIGN TO 'PARAMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS FB-CNPJ
               FILE STATUS IS WS-STATUS-FORNBANCO.

           SELECT CESSAO-FILE *> Cessoes de credito notificadas (CADCESS)
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CESSAO.

           SELECT TAXARET-FILE *> Aliquotas de retencao por fornecedor/tributo
               ASSIGN TO 'TAXARET.DAT'
               ORGANIZATION IS INDEXED
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       FD  FORNRFB-FILE.
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

       FD  PARAMHIST-FILE.
       01  PARAMHIST-REG.
           05 PH-DATA-VIGENCIA  PIC 9(08).
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

       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05 CB-CODIGO        PIC X(04).
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

      *> UM REGISTRO POR BORDERO EMITIDO: A CAPA DO LOTE QUE O GERENTE
      *> ASSINA, REIMPRIMIVEL DEPOIS PELO PROGRAMA BORDERO
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

       FD  FECHCOMP-FILE.
       01  FECHCOMP-REG.
          88 STATUS-OK-FR           VALUE '00'.
       01 WS-SITUACAO-RFB          PIC X(01).

      *> CLASSIFICACAO DE RISCO DO FORNECEDOR (RISCOFOR.DAT, RECALCULADA
      *> TODA NOITE PELO RISCOFOR): RISCO ALTO SO AVISA, COM AS NOTAS
       01 WS-STATUS-RISCOFOR       PIC X(2).
          88 STATUS-OK-RF           VALUE '00'.

      *> GATE DAS CERTIDOES DE REGULARIDADE (CERTCND.DAT, CADASTRO
      *> CADCND): FORNECEDOR COM CERTIDAO VENCIDA GERA AVISO OU
      *> BLOQUEIO CONFORME A POLITICA DO CADPARAM; A LIBERACAO DE UM
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

      *> MASCARA DOS DADOS BANCARIOS NA TELA DE PAGAMENTO (MASCBCO);
      *> OPCAO DA AUDITORIA: 01 FORNECEDOR, 02 CESSIONARIO
       01 WS-MASCARA-PARM.
           05 WS-MC-PROGRAMA   PIC X(08) VALUE 'PGTOCONT'.
           05 WS-MC-OPCAO      PIC 9(02).
           05 WS-MC-AUDITAR    PIC X(01) VALUE 'S'.
           05 WS-MC-MASCARADO  PIC X(01).
           05 WS-MC-CAMPO      PIC X(40) OCCURS 6 TIMES.

      *> FILA ASSINCRONA DE LIBERACAO DE ALCADA: ACIMA DA ALCADA O
      *> PAGAMENTO PODE SER ENFILEIRADO EM LIBPEND.DAT PARA O APROVADOR
      *> DECIDIR DEPOIS NA TELA DO LIBPAG, EM VEZ DE EXIGIR A SENHA
       01 WS-STATUS-FORNBANCO      PIC X(2).
          88 STATUS-OK-BANCO        VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-BANCO VALUE '35'.
       01 WS-STATUS-CESSAO         PIC X(2).
          88 STATUS-OK-CS           VALUE '00'.
      *> CESSAO ATIVA DO TITULO EM PAGAMENTO: COPIA DO CESSAO.DAT FEITA
      *> NA LEITURA, USADA NA CONFERENCIA DO METODO E NO CHEQUE
       01 WS-CESSAO-ATIVA          PIC X(01) VALUE 'N'.
       01 WS-CESSAO-ATUAL.
           05 WS-CA-CNPJ-CESS      PIC 9(14).
           05 WS-CA-NOME-CESS      PIC X(40).
           05 WS-CA-BANCO          PIC X(03).
           05 WS-CA-AGENCIA        PIC X(06).
           05 WS-CA-CONTA          PIC X(12).
           05 WS-CA-PIX            PIC X(40).
           05 WS-CA-BOLETO-CEDIDO  PIC X(01).
           05 WS-CA-LINHA-DIGITAVEL PIC X(47).
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
      *> LIMITE DIARIO DE SAIDA POR CONTA E POR OPERADOR (VERIFLIM)
       01 WS-LIM-PARM.
           05 WS-LIM-OPERACAO      PIC X(01).
           05 WS-LIM-PROGRAMA      PIC X(08) VALUE 'PGTOCONT'.
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
       01 WS-STATUS-AGENDA         PIC X(2).
          88 STATUS-OK-AG           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AG VALUE '35'.
      *> RETENCOES DE IMPOSTOS DO PAGAMENTO CORRENTE: PARA CADA TRIBUTO
      *> COM ALIQUOTA CADASTRADA EM TAXARET.DAT PARA O FORNECEDOR, O
      *> VALOR RETIDO SAI DO CAIXA PAGO E VAI PARA RETENCAO.DAT
       01 WS-RET-TIPOS-INIT        PIC X(16) VALUE 'IRRFINSSISS CSRF'.
       01 WS-RET-TIPOS-TAB REDEFINES WS-RET-TIPOS-INIT.
           05 WS-RET-TIPO          PIC X(04) OCCURS 4 TIMES.
       01 WS-RET-VALORES-TAB.
           05 WS-RET-VALOR         PIC 9(10)V99 OCCURS 4 TIMES.
       01 WS-RET-IDX               PIC 9(01).
      *> AREA DE CHAMADA DO VERIFREG: REGIME TRIBUTARIO DO FORNECEDOR
      *> NA DATA DO PAGAMENTO (SIMPLES COM DECLARACAO E MEI NAO SOFREM
      *> IRRF NEM CSRF)
       01 WS-REGIME-PARM.
           05 WS-RG-CNPJ           PIC 9(14).
           05 WS-RG-DATA           PIC 9(08).
           05 WS-RG-REGIME         PIC X(01).
           05 WS-RG-DECLARACAO     PIC X(01).
           05 WS-RG-DISPENSA-IR    PIC X(01).
      *> AREA DE CHAMADA DO CSRFACU: A CSRF (4A. POSICAO DA TABELA) ATE
      *> R$ 10,00 NAO E RETIDA E ACUMULA PARA O PROXIMO PAGAMENTO AO
      *> FORNECEDOR NO MES; O 'C' E FEITO NO CALCULO, O 'G' NA GRAVACAO
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
      *> AREA DE CHAMADA DO CAMBREAL: VARIACAO CAMBIAL REALIZADA NA
      *> LIQUIDACAO DE CONTA EM MOEDA ESTRANGEIRA, PELA TAXA DO DIA
      *> CONTRA A ULTIMA TAXA DE CARREGAMENTO DA CONTA
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
      *> AREA DE CHAMADA DO ISSMUNI: O ISS (3A. POSICAO DA TABELA) SO
      *> E RETIDO QUANDO DEVIDO AO MUNICIPIO DA FILIAL; O 'C' E FEITO
      *> NO CALCULO, O 'G' NA GRAVACAO E O 'E' NA REVERSAO
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
       01 WS-TOTAL-RETIDO          PIC 9(10)V99 VALUE ZERO.
       01 WS-VALOR-LIQUIDO         PIC 9(10)V99 VALUE ZERO.
      *> PENHORA JUDICIAL: A PARTE DO LIQUIDO DESVIADA PARA A CONTA DE
      *> DEPOSITO JUDICIAL SAI DO CAIXA DA EMPRESA, MAS NAO VAI PARA O
      *> FORNECEDOR; GANHA UM LANCAMENTO PROPRIO NO HISTORICO COM
      *> METODO 'PENHORA' E A BAIXA DAS ORDENS FICA COM O PENHAPLI
       01 WS-PENHORA-PARM.
           05 WS-PH-FUNCAO         PIC X(01).
           05 WS-PH-CNPJ           PIC 9(14).
           05 WS-PH-NUM-DOC        PIC 9(10).
           05 WS-PH-SEQ-HIST       PIC 9(04).
           05 WS-PH-VALOR-BASE     PIC 9(10)V99.
           05 WS-PH-VALOR-DESVIO   PIC 9(10)V99.
           05 WS-PH-QTD-ORDENS     PIC 9(02).
       01 WS-PENH-VALOR            PIC 9(10)V99 VALUE ZERO.
      *> CAUCAO CONTRATUAL: A GARANTIA DE EXECUCAO RETIDA DO PAGAMENTO
      *> NAO SAI DO CAIXA; FICA NO RAZAO DE CAUCOES DO FORNECEDOR E DO
      *> CONTRATO (ROTINA CAUCAPLI) ATE A LIBERACAO NO CADCONT
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
       01 WS-STATUS-ADIANTA        PIC X(2).
          88 STATUS-OK-AD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-AD VALUE '35'.
      *> 'C' MENOS 'D' DO DOCUMENTO) VOLTA PARA O SALDO
       01 WS-REV-NCRED-VALOR       PIC 9(10)V99.
       01 WS-REV-NCRED-SEQ         PIC 9(04).
      *> DESVIO DE PENHORA DO PAGAMENTO REVERTIDO: VOLTA PARA A CONTA
      *> BANCARIA E O SALDO DAS ORDENS E REABERTO
       01 WS-REV-PENH-VALOR        PIC 9(10)V99.
       01 WS-REV-PENH-SEQ          PIC 9(04).
       01 WS-REV-PENH-CONTA        PIC X(04).
      *> VARIACAO CAMBIAL REALIZADA PELO PAGAMENTO REVERTIDO: SAI DO
      *> RAZAO E O CAIXA DA DIFERENCA VOLTA PARA A CONTA BANCARIA
       01 WS-REV-VARC-VALOR        PIC S9(10)V99.
       01 WS-REV-VARC-SEQ          PIC 9(04).
       01 WS-REV-VARC-CONTA        PIC X(04).
       01 WS-FIM-NMOV              PIC X(01).
       01 WS-NCRV-QTD              PIC 9(02).
       01 WS-NCRV-IDX              PIC 9(02).
       01 WS-REV-VALOR-PAGO        PIC 9(10)V99.
       01 WS-REV-SEQ-PAGTO         PIC 9(04).
       01 WS-REV-DATA-PGTO         PIC 9(08).
       01 WS-REV-METODO            PIC X(10).
       01 WS-REV-ADIANT-VALOR      PIC 9(10)V99.
       01 WS-REV-ADIANT-SEQ        PIC 9(04).

       01 WS-VALOR-ALCADA          PIC 9(10)V99 VALUE 10000.00.
       01 WS-APROVADOR-COD         PIC X(06).
       01 WS-APROVADOR-SENHA       PIC X(10).

      *> A SENHA DO APROVADOR E CONFERIDA PELO SENHACRP CONTRA O SAL +
      *> RESUMO GRAVADO NO CADASTRO
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).
       01 WS-APROVADOR-SW          PIC X(01) VALUE 'N'.
      *> A LIBERACAO 'A' ENCONTRADA NA FILA SO VIRA 'U' (UTILIZADA)
      *> DEPOIS QUE O PAGAMENTO E DE FATO GRAVADO: QUALQUER ABORTO NO
           END-IF.

           IF WS-RETOMAR NOT = 'S'
               DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING
               ACCEPT WS-LOTE-CNPJ
               DISPLAY "Somente contas programadas na agenda para a data "
                       "(AAAAMMDD, zeros para todas): " WITH NO ADVANCING
                               " nao encontrado durante o lote."
               END-READ
               IF STATUS-OK-CP AND (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V')
                   PERFORM 309-VERIFICAR-RECUPERACAO
                   IF WS-PODE-PAGAR = 'S'
                       PERFORM 303-VERIFICAR-SANCAO
                   END-IF
                   IF WS-PODE-PAGAR = 'S'
                       PERFORM 305-VERIFICAR-SITUACAO-RFB
                   END-IF
                   IF WS-PODE-PAGAR = 'S'
                       PERFORM 306-VERIFICAR-CERTIDOES-CND
                   END-IF
                   IF WS-PODE-PAGAR = 'S'
                       PERFORM 340-VERIFICAR-ALCADA
                   END-IF
                   IF WS-PODE-PAGAR = 'S'
                       PERFORM 338-VERIFICAR-CESSAO
                       PERFORM 339-CONFERIR-METODO-CESSAO
                   END-IF
               END-IF
               IF STATUS-OK-CP AND (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V')
                       AND WS-PODE-PAGAR = 'S'
                   PERFORM 320-CALCULAR-JUROS-MULTA
                   MOVE ZERO TO WS-VALOR-DESCONTO
                   PERFORM 325-CALCULAR-RETENCOES
                   PERFORM 316-CALCULAR-CAUCAO
      *> O ABATIMENTO DE ADIANTAMENTO OU DE NOTA DE CREDITO E UMA
      *> DECISAO INTERATIVA, CONTA A CONTA; NO LOTE O PAGAMENTO SAI
      *> SEMPRE INTEGRAL PELO CAIXA
                   MOVE ZERO TO WS-ADIANT-USADO
                   MOVE ZERO TO WS-NCRED-USADO
                   PERFORM 337-CALCULAR-PENHORA
                   PERFORM 352-VERIFICAR-LIMITE-DIARIO
               END-IF
               IF STATUS-OK-CP AND (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V')
                       AND WS-PODE-PAGAR = 'S'
                   SUBTRACT WS-VALOR-PAGO FROM CP-SALDO
                   MOVE 'P' TO CP-SITUACAO
                   PERFORM 334-OBTER-NUMERO-CHEQUE
               MOVE WS-VALOR-PAGO TO WS-BD-BRUTO(WS-BD-QTD)
               MOVE WS-TOTAL-RETIDO TO WS-BD-RETIDO(WS-BD-QTD)
               COMPUTE WS-BD-LIQUIDO(WS-BD-QTD) = WS-VALOR-AJUSTADO
                   - WS-TOTAL-RETIDO - WS-VALOR-DESCONTO - WS-CAUC-VALOR
           END-IF.

      *> A CAPA DO LOTE: DATA, OPERADOR, CONTA DEBITADA, UMA LINHA POR
           DISPLAY "Digite o Numero do Documento a pagar: "
                   WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.

           READ CONTAPAGAR-FILE
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO = 'M'
               DISPLAY "AVISO: conta retida aguardando a confirmacao do "
                       "recebimento do pedido (CADRECEB)."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF CP-SITUACAO NOT = 'A' AND CP-SITUACAO NOT = 'V'
               DISPLAY "AVISO: Esta conta ja foi paga ou cancelada."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 309-VERIFICAR-RECUPERACAO.
           IF WS-PODE-PAGAR = 'N'
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 303-VERIFICAR-SANCAO.
           IF WS-PODE-PAGAR = 'N'
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 305-VERIFICAR-SITUACAO-RFB.
           IF WS-PODE-PAGAR = 'N'
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 304-AVISAR-RISCO-FORNECEDOR.

           PERFORM 306-VERIFICAR-CERTIDOES-CND.
           IF WS-PODE-PAGAR = 'N'
               END-IF
           END-IF.

           PERFORM 316-CALCULAR-CAUCAO.
           PERFORM 328-OFERECER-ADIANTAMENTO.
           PERFORM 329-OFERECER-NOTA-CREDITO.
           PERFORM 337-CALCULAR-PENHORA.

           MOVE SPACES TO WS-METODO-PGTO.
           PERFORM 330-DIGITAR-METODO-PGTO UNTIL METODO-PGTO-VALIDO.
           PERFORM 339-CONFERIR-METODO-CESSAO.
           IF WS-PODE-PAGAR = 'N'
               DISPLAY "Pagamento cancelado (titulo cedido)."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 332-DIGITAR-CONTA-EMPRESA.
           PERFORM 352-VERIFICAR-LIMITE-DIARIO.
           IF WS-PODE-PAGAR = 'N'
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 334-OBTER-NUMERO-CHEQUE.

           SUBTRACT WS-VALOR-PAGO FROM CP-SALDO.
       325-CALCULAR-RETENCOES.
           MOVE ZERO TO WS-TOTAL-RETIDO.
           MOVE ZEROS TO WS-RET-VALORES-TAB.
           MOVE ZERO TO WS-CS-VALOR-CALC.
           MOVE ZERO TO WS-PF-VALOR-PAGO.

           OPEN INPUT TAXARET-FILE.
           IF NOT STATUS-OK-TR
               PERFORM 317-RETENCOES-PESSOA-FISICA
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-AJUSTADO
                   - WS-TOTAL-RETIDO - WS-VALOR-DESCONTO
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-CNPJ-FORN TO WS-RG-CNPJ.
           MOVE CP-DATA-PGTO TO WS-RG-DATA.
           CALL 'VERIFREG' USING WS-REGIME-PARM.
           IF WS-RG-DISPENSA-IR = 'S'
               DISPLAY "Fornecedor optante pelo Simples/MEI (regime "
                       WS-RG-REGIME ") na data do pagamento: "
                       "sem retencao de IRRF e CSRF."
           END-IF.
           PERFORM 326-BUSCAR-ALIQUOTA-TIPO
               VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4.

           CLOSE TAXARET-FILE.
           PERFORM 317-RETENCOES-PESSOA-FISICA.
           PERFORM 314-DEFINIR-LOCAL-ISS.
           PERFORM 312-APLICAR-MINIMO-CSRF.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-AJUSTADO
               - WS-TOTAL-RETIDO - WS-VALOR-DESCONTO.

           IF WS-TOTAL-RETIDO > ZERO
               DISPLAY "Retencoes de impostos deste pagamento:"
               PERFORM 327-MOSTRAR-RETENCAO
                   VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4
               DISPLAY "Total retido : " WS-TOTAL-RETIDO
               DISPLAY "Valor liquido a pagar: " WS-VALOR-LIQUIDO
           END-IF.

       326-BUSCAR-ALIQUOTA-TIPO.
           IF WS-RG-DISPENSA-IR = 'S' AND
                   (WS-RET-TIPO(WS-RET-IDX) = 'IRRF' OR
                    WS-RET-TIPO(WS-RET-IDX) = 'CSRF')
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO TR-CNPJ-FORN.
           MOVE WS-RET-TIPO(WS-RET-IDX) TO TR-TIPO.
           READ TAXARET-FILE
                       WS-RET-VALOR(WS-RET-IDX)
           END-IF.

      *> FORNECEDOR PESSOA FISICA (CPF) NAO RETEM IRRF E INSS PELA
      *> ALIQUOTA FIXA DE TAXARET.DAT: O IRRF SAI DA TABELA PROGRESSIVA
      *> E O INSS DOS 11% LIMITADOS AO TETO, CALCULADOS PELO RETPFIS
      *> SOBRE O ACUMULADO DO CPF NO MES. O ISS CONTINUA PELA ALIQUOTA
      *> CADASTRADA
       317-RETENCOES-PESSOA-FISICA.
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK-FORN
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE 'J' TO F-TIPO-PESSOA
           END-READ.
           CLOSE FORNECEDORES-FILE.
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
           IF WS-PF-ACUM-BASE > ZERO
               DISPLAY "INSS e IRRF da pessoa fisica calculados sobre o "
                       "mes: ja pagos " WS-PF-ACUM-BASE " com INSS "
                       WS-PF-ACUM-INSS " e IRRF " WS-PF-ACUM-IRRF
                       " retidos."
           END-IF.
      *> A CSRF SO SE APLICA A PAGAMENTOS A PESSOA JURIDICA
           MOVE ZERO TO WS-RET-VALOR(4).
           COMPUTE WS-TOTAL-RETIDO = WS-RET-VALOR(1) + WS-RET-VALOR(2)
               + WS-RET-VALOR(3).

      *> LOCAL DE INCIDENCIA DO ISS PELO ITEM DE SERVICO DA CONTA, PELO
      *> ENDERECO DO FORNECEDOR E PELO MUNICIPIO DA FILIAL (ISSMUNI).
      *> ISS DEVIDO EM OUTRO MUNICIPIO NAO E RETIDO: O PRESTADOR
      *> RECOLHE NO SEU PROPRIO MUNICIPIO
       314-DEFINIR-LOCAL-ISS.
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
               DISPLAY "ISS devido em " WS-IS-MUNICIPIO " / " WS-IS-UF
                       " (estabelecimento do prestador): nao retido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ISS retido para " WS-IS-MUNICIPIO " / " WS-IS-UF
                   " (IBGE " WS-IS-COD-IBGE ").".
           IF WS-IS-AVISO = 'S'
               DISPLAY "AVISO: endereco estruturado do fornecedor ou "
                       "municipio da filial nao cadastrado; confira o "
                       "municipio do ISS."
           END-IF.

      *> A CSRF CALCULADA PELA ALIQUOTA (4,65% NO CADASTRO USUAL) SOMA
      *> COM AS DISPENSAS PENDENTES DO FORNECEDOR NO MES; SE O TOTAL
      *> NAO PASSA DE R$ 10,00 NADA E RETIDO AGORA, SENAO RETEM TUDO
       312-APLICAR-MINIMO-CSRF.
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
           IF WS-CS-DISPENSADA = 'S'
               DISPLAY "CSRF de " WS-CS-VALOR-CALC " dispensada neste "
                       "pagamento (acumulado no mes: "
                       WS-CS-ACUM-VALOR ")."
           ELSE
               IF WS-CS-ACUM-VALOR > ZERO
                   DISPLAY "CSRF inclui " WS-CS-ACUM-VALOR
                           " acumulados de pagamentos anteriores do mes."
               END-IF
           END-IF.

      *> SE O FORNECEDOR TEM ADIANTAMENTO EM ABERTO, OFERECE ABATER O
      *> VALOR LIQUIDO DESTE PAGAMENTO DO SALDO DO ADIANTAMENTO; A
      *> PARTE ABATIDA REDUZ O CAIXA DESEMBOLSADO
           DISPLAY "Valor abatido das notas de credito: " WS-NCRED-USADO.
           DISPLAY "Caixa a desembolsar: " WS-VALOR-LIQUIDO.

      *> CAUCAO CONTRATUAL SOBRE O VALOR BRUTO PAGO (A MESMA BASE DAS
      *> RETENCOES DE IMPOSTOS): O PERCENTUAL VEM DO TITULO OU DO
      *> CONTRATO DO FORNECEDOR; A GRAVACAO NO RAZAO SO ACONTECE
      *> QUANDO O HISTORICO FOR GRAVADO
       316-CALCULAR-CAUCAO.
           MOVE ZERO TO WS-CAUC-VALOR.
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
               DISPLAY "Caucao contratual de " WS-CC-PERCENTUAL "% "
                       "(contrato " WS-CC-CONTRATO "): " WS-CAUC-VALOR
               DISPLAY "Liquido ao fornecedor: " WS-VALOR-LIQUIDO
           END-IF.

      *> PENHORA JUDICIAL SOBRE O CAIXA QUE AINDA VAI SAIR PARA O
      *> FORNECEDOR (DEPOIS DE RETENCOES, DESCONTO E ABATIMENTOS): O
      *> PENHAPLI CALCULA A PARCELA DE CADA ORDEM ATIVA; A BAIXA SO
      *> ACONTECE QUANDO O HISTORICO FOR GRAVADO
       337-CALCULAR-PENHORA.
           MOVE ZERO TO WS-PENH-VALOR.
           MOVE 'C' TO WS-PH-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-PH-CNPJ.
           MOVE CP-NUM-DOC TO WS-PH-NUM-DOC.
           MOVE ZERO TO WS-PH-SEQ-HIST.
           COMPUTE WS-PH-VALOR-BASE = WS-VALOR-AJUSTADO - WS-TOTAL-RETIDO
               - WS-ADIANT-USADO - WS-NCRED-USADO - WS-VALOR-DESCONTO
               - WS-CAUC-VALOR.
           CALL 'PENHAPLI' USING WS-PENHORA-PARM.
           MOVE WS-PH-VALOR-DESVIO TO WS-PENH-VALOR.
           IF WS-PENH-VALOR > ZERO
               COMPUTE WS-VALOR-LIQUIDO = WS-PH-VALOR-BASE - WS-PENH-VALOR
               DISPLAY "Penhora judicial: " WS-PENH-VALOR " desviado(s) "
                       "para deposito judicial (" WS-PH-QTD-ORDENS
                       " ordem(ns))."
               DISPLAY "Liquido ao fornecedor: " WS-VALOR-LIQUIDO
           END-IF.

       331-COLETAR-NOTA-ABERTA.
           READ NOTACRED-FILE NEXT RECORD
               AT END
                               H-VALOR-ORIGINAL = WS-VALOR-PAGO AND
                               H-METODO-PGTO NOT = 'ESTORNO' AND
                               H-METODO-PGTO NOT = 'ADIANT' AND
                               H-METODO-PGTO NOT = 'NOTACRED' AND
                               H-METODO-PGTO NOT = 'PENHORA'
                           COMPUTE WS-DUP-DIFF =
                               FUNCTION INTEGER-OF-DATE(CP-DATA-PGTO)
                               - FUNCTION INTEGER-OF-DATE(H-DATA-PGTO)
                   END-IF
           END-READ.

      *> TITULO EMITIDO ANTES DO PEDIDO DE RECUPERACAO JUDICIAL DO
      *> FORNECEDOR E CREDITO SUJEITO AO PLANO: NAO HA LIBERACAO PELO
      *> TERMINAL, SO O PLANO HOMOLOGADO (CADRJ) GERA O QUE PAGAR
       309-VERIFICAR-RECUPERACAO.
           MOVE 'S' TO WS-PODE-PAGAR.
           MOVE CP-CNPJ-FORN TO WS-RJ-CNPJ.
           MOVE CP-DATA-EMISSAO TO WS-RJ-DATA-EMISSAO.
           CALL 'VERIFRJ' USING WS-RJ-PARM.
           IF WS-RJ-BLOQUEADO = 'S'
               DISPLAY "AVISO: doc " CP-NUM-DOC " emitido antes do "
                       "pedido de recuperacao judicial do fornecedor ("
                       WS-RJ-DATA-PEDIDO "); credito sujeito ao plano, "
                       "pagamento bloqueado."
               MOVE 'N' TO WS-PODE-PAGAR
           END-IF.

      *> FORNECEDOR COM SANCAO EM VIGOR NO CEIS/CNEP NAO RECEBE; A
      *> LIBERACAO E DO COMPLIANCE (IMPSANC), NAO DO TERMINAL
       303-VERIFICAR-SANCAO.
           MOVE 'S' TO WS-PODE-PAGAR.
           MOVE CP-CNPJ-FORN TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S'
               IF WS-SAN-LIBERADO = 'S'
                   DISPLAY "AVISO: fornecedor sancionado no "
                           WS-SAN-CADASTRO ", pago com liberacao de "
                           "compliance."
               ELSE
                   DISPLAY "AVISO: doc " CP-NUM-DOC " de fornecedor "
                           "sancionado no " WS-SAN-CADASTRO " ("
                           WS-SAN-TIPO "); pagamento bloqueado."
                   MOVE 'N' TO WS-PODE-PAGAR
               END-IF
           END-IF.

      *> LIMITE DIARIO: O QUE SAI DO CAIXA NESTE PAGAMENTO (CHEQUE
      *> INCLUSIVE) SOMADO AO JA PAGO NO DIA PELA CONTA E PELO OPERADOR.
      *> ESTOURANDO, O PAGAMENTO NAO E FEITO E VAI PARA A FILA DO LIBPAG
       352-VERIFICAR-LIMITE-DIARIO.
           MOVE 'S' TO WS-PODE-PAGAR.
           PERFORM 348-LER-USUARIO-SESSAO.
           MOVE 'V' TO WS-LIM-OPERACAO.
           MOVE CP-DATA-PGTO TO WS-LIM-DATA.
           MOVE WS-CONTA-EMPRESA-COD TO WS-LIM-CONTA.
           MOVE WS-USUARIO-SOLIC TO WS-LIM-USUARIO.
           MOVE CP-NUM-DOC TO WS-LIM-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-LIM-CNPJ.
           COMPUTE WS-LIM-VALOR = WS-VALOR-AJUSTADO
               - WS-TOTAL-RETIDO - WS-ADIANT-USADO
               - WS-NCRED-USADO - WS-VALOR-DESCONTO - WS-CAUC-VALOR.
           CALL 'VERIFLIM' USING WS-LIM-PARM.
           EVALUATE WS-LIM-SITUACAO
               WHEN 'N'
                   DISPLAY "AVISO: doc " CP-NUM-DOC " ultrapassa o "
                           "limite diario (" WS-LIM-LIMITE ", ja pago "
                           WS-LIM-USADO "); enviado a fila de "
                           "liberacao (LIBPAG)."
               WHEN 'P'
                   DISPLAY "AVISO: doc " CP-NUM-DOC " acima do limite "
                           "diario, aguardando liberacao (LIBPAG)."
               WHEN 'R'
                   DISPLAY "AVISO: doc " CP-NUM-DOC " acima do limite "
                           "diario, liberacao recusada no LIBPAG."
               WHEN 'L'
                   DISPLAY "Pagamento acima do limite diario liberado "
                           "no LIBPAG."
           END-EVALUATE.
           IF WS-LIM-RETIDO = 'S'
               MOVE 'N' TO WS-PODE-PAGAR
           END-IF.

       353-REGISTRAR-LIMITE-DIARIO.
           MOVE 'R' TO WS-LIM-OPERACAO.
           CALL 'VERIFLIM' USING WS-LIM-PARM.

      *> GATE DA SITUACAO CADASTRAL: CNPJ IRREGULAR NA RECEITA SO E
      *> PAGO DEPOIS QUE UM APROVADOR DIGITA A PROPRIA SENHA NO
      *> TERMINAL, COMO NO CAMINHO PRESENCIAL DA ALCADA
               PERFORM 347-APROVACAO-NO-TERMINAL
           END-IF.

      *> AVISO DE FORNECEDOR CLASSIFICADO COMO RISCO ALTO, COM A NOTA
      *> DE CADA FATOR PARA O OPERADOR SABER O QUE PESOU
       304-AVISAR-RISCO-FORNECEDOR.
           OPEN INPUT RISCOFOR-FILE.
           IF NOT STATUS-OK-RF
               CLOSE RISCOFOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CNPJ-FORN TO RF-CNPJ.
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

      *> CERTIDAO VENCIDA DO FORNECEDOR: 'A' SO AVISA, 'B' BLOQUEIA
      *> ATE A SENHA DE UM APROVADOR (LIBERACAO GRAVADA NA AUDITORIA),
      *> QUALQUER OUTRA POLITICA NAO VERIFICA. FORNECEDOR SEM CERTIDAO

      *> MOSTRA OS DADOS BANCARIOS/CHAVE PIX DO FORNECEDOR DA CONTA, SE
      *> CADASTRADOS, PARA FACILITAR A REMESSA DO PAGAMENTO
      *> TITULO CEDIDO: O PAGAMENTO SO PODE IR AO CESSIONARIO, NUNCA
      *> AOS DADOS BANCARIOS DO FORNECEDOR ORIGINAL
       342-EXIBIR-DADOS-BANCARIOS.
           PERFORM 338-VERIFICAR-CESSAO.
           IF WS-CESSAO-ATIVA = 'S'
               DISPLAY "-- TITULO CEDIDO: pagar somente ao cessionario --"
               DISPLAY "Cessionario: " WS-CA-CNPJ-CESS " "
                       WS-CA-NOME-CESS
               DISPLAY "Banco:     " WS-CA-BANCO
               MOVE WS-CA-AGENCIA TO WS-MC-CAMPO(1)
               MOVE WS-CA-CONTA TO WS-MC-CAMPO(2)
               MOVE WS-CA-PIX TO WS-MC-CAMPO(3)
               MOVE 02 TO WS-MC-OPCAO
               PERFORM 350-EXIBIR-MASCARADOS
               DISPLAY "Boleto reemitido ao cessionario: "
                       WS-CA-BOLETO-CEDIDO " " WS-CA-LINHA-DIGITAVEL
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FORNBANCO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-BANCO
               EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "-- Dados para Remessa do Pagamento --"
                   DISPLAY "Banco:     " FB-BANCO
                   MOVE FB-AGENCIA TO WS-MC-CAMPO(1)
                   MOVE FB-CONTA TO WS-MC-CAMPO(2)
                   MOVE FB-PIX TO WS-MC-CAMPO(3)
                   MOVE 01 TO WS-MC-OPCAO
                   PERFORM 350-EXIBIR-MASCARADOS
           END-READ.
           CLOSE FORNBANCO-FILE.

      *> AGENCIA, CONTA E PIX SO POR INTEIRO PARA TESOURARIA E
      *> ADMINISTRACAO; O MASCBCO AUDITA A VISUALIZACAO INTEGRAL
       350-EXIBIR-MASCARADOS.
           MOVE SPACES TO WS-MC-CAMPO(4) WS-MC-CAMPO(5) WS-MC-CAMPO(6).
           CALL 'MASCBCO' USING WS-MASCARA-PARM.
           DISPLAY "Agencia:   " WS-MC-CAMPO(1)(1:6).
           DISPLAY "Conta:     " WS-MC-CAMPO(2)(1:12).
           DISPLAY "Chave PIX: " WS-MC-CAMPO(3).

      *> PROCURA NOTIFICACAO DE CESSAO ATIVA PARA O TITULO CORRENTE;
      *> SEM O ARQUIVO NAO HA TITULO CEDIDO
       338-VERIFICAR-CESSAO.
           MOVE 'N' TO WS-CESSAO-ATIVA.
           INITIALIZE WS-CESSAO-ATUAL.
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
                       MOVE 'S' TO WS-CESSAO-ATIVA
                       MOVE CS-CNPJ-CESS TO WS-CA-CNPJ-CESS
                       MOVE CS-NOME-CESS TO WS-CA-NOME-CESS
                       MOVE CS-BANCO TO WS-CA-BANCO
                       MOVE CS-AGENCIA TO WS-CA-AGENCIA
                       MOVE CS-CONTA TO WS-CA-CONTA
                       MOVE CS-PIX TO WS-CA-PIX
                       MOVE CS-BOLETO-CEDIDO TO WS-CA-BOLETO-CEDIDO
                       MOVE CS-LINHA-DIGITAVEL TO WS-CA-LINHA-DIGITAVEL
                   END-IF
           END-READ.
           CLOSE CESSAO-FILE.

      *> O METODO ESCOLHIDO PRECISA TER DESTINO DO CESSIONARIO: PIX
      *> PELA CHAVE DELE, TED PELA CONTA DELE, BOLETO SO SE JA FOI
      *> REEMITIDO EM NOME DELE E A LINHA DESSE BOLETO ESTA GRAVADA NA
      *> CESSAO; O CHEQUE SAI NOMINAL AO CESSIONARIO
       339-CONFERIR-METODO-CESSAO.
           IF WS-CESSAO-ATIVA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-METODO-PGTO
               WHEN 'PIX'
                   IF WS-CA-PIX = SPACES
                       DISPLAY "ERRO: documento " CP-NUM-DOC " cedido a "
                               WS-CA-NOME-CESS
                       DISPLAY "      sem chave PIX do cessionario; "
                               "o PIX ao fornecedor nao e permitido."
                       MOVE 'N' TO WS-PODE-PAGAR
                   END-IF
               WHEN 'TED'
                   IF WS-CA-BANCO = SPACES OR WS-CA-CONTA = SPACES
                       DISPLAY "ERRO: documento " CP-NUM-DOC " cedido a "
                               WS-CA-NOME-CESS
                       DISPLAY "      sem conta do cessionario; a TED "
                               "ao fornecedor nao e permitida."
                       MOVE 'N' TO WS-PODE-PAGAR
                   END-IF
               WHEN 'BOLETO'
                   IF WS-CA-BOLETO-CEDIDO NOT = 'S'
                       DISPLAY "ERRO: documento " CP-NUM-DOC " cedido a "
                               WS-CA-NOME-CESS
                       DISPLAY "      e o boleto original ainda e do "
                               "fornecedor; pague por PIX, TED ou cheque."
                       MOVE 'N' TO WS-PODE-PAGAR
                   ELSE
                       IF WS-CA-LINHA-DIGITAVEL = SPACES
                           DISPLAY "ERRO: documento " CP-NUM-DOC
                                   " cedido a " WS-CA-NOME-CESS
                           DISPLAY "      sem a linha do boleto reemitido"
                                   " na cessao; registre-a no cadastro "
                                   "de cessoes."
                           MOVE 'N' TO WS-PODE-PAGAR
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       345-DIGITAR-APROVADOR.
           DISPLAY "Codigo do Aprovador (em branco cancela o pagamento): "
                   WITH NO ADVANCING.
           END-IF.
           DISPLAY "Senha do aprovador: " WITH NO ADVANCING.
           ACCEPT WS-APROVADOR-SENHA.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA.
           MOVE AP-SENHA TO WS-SH-GRAVADA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
               DISPLAY "Aprovado por: " AP-NOME
               MOVE 'S' TO WS-APROVADOR-SW
               PERFORM 349-VERIFICAR-DELEGACAO
           END-READ.

       400-GRAVAR-HISTORICO.
           PERFORM 353-REGISTRAR-LIMITE-DIARIO.
           PERFORM 346-CONSUMIR-LIBERACAO.
           OPEN I-O HISTPAGTO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-HIST
      *> O QUE SAI DO CAIXA E O VALOR AJUSTADO (COM ENCARGOS) MENOS AS
      *> RETENCOES DE IMPOSTOS, QUE SERAO RECOLHIDAS VIA DARF/GPS, E
      *> MENOS A PARTE ABATIDA DE ADIANTAMENTO, QUE JA SAIU DO CAIXA
      *> QUANDO O ADIANTAMENTO FOI FEITO, E MENOS A CAUCAO RETIDA
           COMPUTE H-VALOR-PAGO = WS-VALOR-AJUSTADO - WS-TOTAL-RETIDO
               - WS-ADIANT-USADO - WS-NCRED-USADO - WS-VALOR-DESCONTO
               - WS-PENH-VALOR - WS-CAUC-VALOR.
           MOVE WS-VALOR-DESCONTO TO H-VALOR-DESCONTO.
           MOVE WS-METODO-PGTO TO H-METODO-PGTO.
           MOVE WS-APROVADOR-COD TO H-APROVADOR.

           CLOSE HISTPAGTO-FILE.

      *> A CAUCAO FICA AMARRADA A SEQUENCIA DO PROPRIO PAGAMENTO, PARA
      *> A REVERSAO DESTE LANCAMENTO ACHAR O QUE DEVOLVER AO RAZAO
           IF WS-CAUC-VALOR > ZERO
               MOVE 'B' TO WS-CC-FUNCAO
               MOVE CP-CNPJ-FORN TO WS-CC-CNPJ
               MOVE CP-NUM-DOC TO WS-CC-NUM-DOC
               MOVE WS-HIST-SEQ TO WS-CC-SEQ-HIST
               MOVE CP-DATA-PGTO TO WS-CC-DATA-MOV
               CALL 'CAUCAPLI' USING WS-CAUCAO-PARM
           END-IF.

           IF WS-TOTAL-RETIDO > ZERO
               PERFORM 420-GRAVAR-RETENCOES
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

           IF WS-ADIANT-USADO > ZERO
               PERFORM 430-GRAVAR-OFFSET-ADIANTAMENTO
           END-IF.
               PERFORM 432-GRAVAR-OFFSET-NOTA-CREDITO
           END-IF.

           IF WS-PENH-VALOR > ZERO
               PERFORM 438-GRAVAR-DESVIO-PENHORA
           END-IF.

           MOVE ZERO TO WS-VR-VARIACAO.
           IF CP-MOEDA NOT = 'BRL' AND CP-MOEDA NOT = SPACES
               PERFORM 445-GRAVAR-VARIACAO-CAMBIAL
           END-IF.

      *> O DEBITO DA CONTA INCLUI O DEPOSITO JUDICIAL, QUE SAI DO MESMO
      *> CAIXA, E A VARIACAO CAMBIAL REALIZADA; O CHEQUE DO FORNECEDOR
      *> NAO
           IF WS-CONTA-EMPRESA-COD NOT = SPACES
               COMPUTE WS-VALOR-DEBITO-CONTA = WS-VALOR-AJUSTADO
                   - WS-TOTAL-RETIDO - WS-ADIANT-USADO
                   - WS-NCRED-USADO - WS-VALOR-DESCONTO - WS-CAUC-VALOR
                   + WS-VR-VARIACAO
               PERFORM 460-DEBITAR-CONTA-EMPRESA
           END-IF.

           IF WS-NUM-CHEQUE > ZERO
               COMPUTE WS-VALOR-CHEQUE = WS-VALOR-AJUSTADO
                   - WS-TOTAL-RETIDO - WS-ADIANT-USADO
                   - WS-NCRED-USADO - WS-VALOR-DESCONTO - WS-PENH-VALOR
                   - WS-CAUC-VALOR
               PERFORM 480-IMPRIMIR-CHEQUE
           END-IF.

           END-IF.

           PERFORM 421-GRAVAR-UMA-RETENCAO
               VARYING WS-RET-IDX FROM 1 BY 1 UNTIL WS-RET-IDX > 4.

           CLOSE RETENCAO-FILE.

               MOVE CP-DATA-PGTO TO RT-DATA-PGTO
               MOVE WS-RET-TIPO(WS-RET-IDX) TO RT-TIPO
               MOVE WS-VALOR-PAGO TO RT-VALOR-BASE
      *> A CSRF QUE ABSORVE DISPENSAS DO MES LEVA A BASE ACUMULADA
               IF WS-RET-IDX = 4 AND WS-CS-BASE-RETER > ZERO
                   MOVE WS-CS-BASE-RETER TO RT-VALOR-BASE
               END-IF
               MOVE WS-RET-VALOR(WS-RET-IDX) TO RT-VALOR-RETIDO
               WRITE RETENCAO-REG
           END-IF.
               VARYING WS-NCRED-IDX FROM 1 BY 1
               UNTIL WS-NCRED-IDX > WS-NCRED-QTD.

      *> REGISTRA O DESVIO DA PENHORA: LANCAMENTO PROPRIO NO HISTORICO
      *> COM METODO 'PENHORA', DEBITADO DA MESMA CONTA DO PAGAMENTO, E A
      *> BAIXA DAS ORDENS COM O MOVIMENTO 'D' AMARRADO AO LANCAMENTO
       438-GRAVAR-DESVIO-PENHORA.
           OPEN I-O HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO GRAVE ao abrir historico para o desvio de "
                       "penhora. Status: " WS-STATUS-HISTPAGTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 405-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE CP-DATA-PGTO TO H-DATA-PGTO.
           MOVE WS-PENH-VALOR TO H-VALOR-ORIGINAL.
           MOVE WS-PENH-VALOR TO H-VALOR-PAGO.
           MOVE 'PENHORA' TO H-METODO-PGTO.
           MOVE WS-APROVADOR-COD TO H-APROVADOR.
           MOVE WS-CONTA-EMPRESA-COD TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           PERFORM 982-JORNALIZAR-HIST.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO ao gravar o desvio de penhora. "
                       "Status: " WS-STATUS-HISTPAGTO
           END-IF.
           CLOSE HISTPAGTO-FILE.

           MOVE 'B' TO WS-PH-FUNCAO.
           MOVE CP-CNPJ-FORN TO WS-PH-CNPJ.
           MOVE CP-NUM-DOC TO WS-PH-NUM-DOC.
           MOVE WS-HIST-SEQ TO WS-PH-SEQ-HIST.
           CALL 'PENHAPLI' USING WS-PENHORA-PARM.

       433-BAIXAR-SALDO-NOTAS.
           IF WS-NCRED-CONSUMO(WS-NCRED-IDX) NOT > ZERO
               EXIT PARAGRAPH
      *> PAGAMENTO REVERTIDO E GRAVA AS CONTRAPARTIDAS NEGATIVAS COM A
      *> DATA DE HOJE (MES EM QUE A BASE DO DARF E CORRIGIDA)
       568-ESTORNAR-RETENCOES.
           MOVE 'E' TO WS-CS-FUNCAO.
           MOVE WS-REV-CNPJ TO WS-CS-CNPJ.
           MOVE WS-REV-NUM-DOC TO WS-CS-NUM-DOC.
           MOVE WS-REV-DATA-PGTO TO WS-CS-DATA-PGTO.
           CALL 'CSRFACU' USING WS-CSRF-PARM.
           MOVE ZERO TO WS-CS-VALOR-CALC.

           MOVE 'E' TO WS-PF-FUNCAO.
           MOVE WS-REV-CNPJ TO WS-PF-CPF.
           MOVE WS-REV-NUM-DOC TO WS-PF-NUM-DOC.
           MOVE WS-REV-DATA-PGTO TO WS-PF-DATA-PGTO.
           CALL 'RETPFIS' USING WS-RETPF-PARM.
           MOVE ZERO TO WS-PF-VALOR-PAGO.

           MOVE 'E' TO WS-IS-FUNCAO.
           MOVE WS-REV-CNPJ TO WS-IS-CNPJ.
           MOVE WS-REV-NUM-DOC TO WS-IS-NUM-DOC.
           MOVE WS-REV-DATA-PGTO TO WS-IS-DATA-PGTO.
           CALL 'ISSMUNI' USING WS-ISS-PARM.

           MOVE ZERO TO WS-RETEST-QTD.
           OPEN INPUT RETENCAO-FILE.
           IF NOT STATUS-OK-RT
           END-IF.
           CLOSE HISTPAGTO-FILE.

      *> O ESTORNO DA VARIACAO VAI PARA O HISTORICO COMO 'VARCAMBEST',
      *> PARA O GLEXTRAT ESTORNAR NA MESMA CONTA (ATIVA OU PASSIVA) EM
      *> QUE A VARIACAO FOI LANCADA
       578-REVERTER-VARIACAO-CAMBIAL.
           OPEN I-O HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO GRAVE ao abrir historico para o estorno da "
                       "variacao cambial. Status: " WS-STATUS-HISTPAGTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 405-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO H-DATA-PGTO.
           MOVE ZERO TO H-VALOR-ORIGINAL.
           COMPUTE H-VALOR-PAGO = ZERO - WS-REV-VARC-VALOR.
           MOVE 'VARCAMBEST' TO H-METODO-PGTO.
           MOVE SPACES TO H-APROVADOR.
           MOVE WS-REV-VARC-CONTA TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           PERFORM 982-JORNALIZAR-HIST.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO ao gravar o estorno da variacao cambial. "
                       "Status: " WS-STATUS-HISTPAGTO
           END-IF.
           CLOSE HISTPAGTO-FILE.

           MOVE 'E' TO WS-VR-FUNCAO.
           MOVE CP-MOEDA TO WS-VR-MOEDA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VR-DATA.
           MOVE CP-NUM-DOC TO WS-VR-NUM-DOC.
           MOVE CP-CNPJ-FORN TO WS-VR-CNPJ.
           MOVE WS-HIST-SEQ TO WS-VR-SEQ-HIST.
           MOVE WS-REV-VARC-VALOR TO WS-VR-VARIACAO.
           CALL 'CAMBREAL' USING WS-VARCAMB-PARM.

           IF WS-REV-VARC-CONTA NOT = SPACES
               MOVE WS-REV-VARC-CONTA TO WS-CONTA-EMPRESA-COD
               COMPUTE WS-VALOR-DEBITO-CONTA = ZERO - WS-REV-VARC-VALOR
               PERFORM 460-DEBITAR-CONTA-EMPRESA
           END-IF.

       576-REVERTER-CAUCAO.
           MOVE 'E' TO WS-CC-FUNCAO.
           MOVE WS-REV-CNPJ TO WS-CC-CNPJ.
           MOVE WS-REV-NUM-DOC TO WS-CC-NUM-DOC.
           MOVE WS-REV-SEQ-PAGTO TO WS-CC-SEQ-HIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CC-DATA-MOV.
           CALL 'CAUCAPLI' USING WS-CAUCAO-PARM.

       574-REVERTER-PENHORA.
           MOVE 'E' TO WS-PH-FUNCAO.
           MOVE WS-REV-CNPJ TO WS-PH-CNPJ.
           MOVE WS-REV-NUM-DOC TO WS-PH-NUM-DOC.
           MOVE WS-REV-PENH-SEQ TO WS-PH-SEQ-HIST.
           CALL 'PENHAPLI' USING WS-PENHORA-PARM.

           OPEN I-O HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO GRAVE ao abrir historico para o estorno "
                       "da penhora. Status: " WS-STATUS-HISTPAGTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 405-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO H-DATA-PGTO.
           COMPUTE H-VALOR-ORIGINAL = ZERO - WS-REV-PENH-VALOR.
           COMPUTE H-VALOR-PAGO = ZERO - WS-REV-PENH-VALOR.
           MOVE 'ESTORNO' TO H-METODO-PGTO.
           MOVE SPACES TO H-APROVADOR.
           MOVE WS-REV-PENH-CONTA TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           PERFORM 982-JORNALIZAR-HIST.
           IF NOT STATUS-OK-HIST
               DISPLAY "ERRO ao gravar o estorno da penhora. "
                       "Status: " WS-STATUS-HISTPAGTO
           END-IF.
           CLOSE HISTPAGTO-FILE.

           IF WS-REV-PENH-CONTA NOT = SPACES
               MOVE WS-REV-PENH-CONTA TO WS-CONTA-EMPRESA-COD
               COMPUTE WS-VALOR-DEBITO-CONTA = ZERO - WS-REV-PENH-VALOR
               PERFORM 460-DEBITAR-CONTA-EMPRESA
           END-IF.

      *> DEVOLVE O CREDITO DAS NOTAS CONSUMIDAS PELO PAGAMENTO
      *> REVERTIDO: O CONSUMO LIQUIDO DE CADA NOTA DO DOCUMENTO
      *> (MOVIMENTOS 'C' MENOS 'D' EM NOTACMOV.DAT) VOLTA PARA O SALDO,
           MOVE WS-EXT-TEXTO(99:100) TO CHEQUE-REG.
           WRITE CHEQUE-REG.
           MOVE SPACES TO CHEQUE-REG.
           IF WS-CESSAO-ATIVA = 'S'
               STRING "PAGUE-SE A " WS-CA-NOME-CESS " CNPJ "
                      WS-CA-CNPJ-CESS
                   DELIMITED BY SIZE INTO CHEQUE-REG
               WRITE CHEQUE-REG
               MOVE SPACES TO CHEQUE-REG
               STRING "TITULO CEDIDO PELO FORNECEDOR CNPJ " CP-CNPJ-FORN
                   DELIMITED BY SIZE INTO CHEQUE-REG
           ELSE
               STRING "PAGUE-SE AO CNPJ " CP-CNPJ-FORN
                   DELIMITED BY SIZE INTO CHEQUE-REG
           END-IF.
           WRITE CHEQUE-REG.
           MOVE SPACES TO CHEQUE-REG.
           STRING "DATA " CP-DATA-PGTO "   DOCUMENTO " CP-NUM-DOC

      *> DEBITA (OU CREDITA, QUANDO O VALOR VEM NEGATIVO NO ESTORNO) O
      *> SALDO CORRENTE DA CONTA BANCARIA PAGADORA EM CONTABCO.DAT
      *> CONTA EM MOEDA ESTRANGEIRA: A PARCELA PAGA, CONVERTIDA PELA
      *> TAXA DO DIA DO PAGAMENTO, CUSTA MAIS OU MENOS DO QUE O VALOR EM
      *> REAIS CARREGADO NA CONTA. A DIFERENCA VAI PARA O HISTORICO COMO
      *> LANCAMENTO PROPRIO ('VARCAMB', POSITIVO PERDA, NEGATIVO GANHO),
      *> QUE O GLEXTRAT LANCA EM VARIACAO CAMBIAL PASSIVA OU ATIVA, E
      *> PARA VARCAMB.DAT (CAMBREAL), BASE DO RELATORIO DE VARIACAO
      *> REALIZADA X NAO REALIZADA DO CADCAMB
       445-GRAVAR-VARIACAO-CAMBIAL.
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
               DISPLAY "AVISO: sem taxa de " CP-MOEDA " na data do "
                       "pagamento; variacao cambial nao apurada."
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
           PERFORM 405-PROXIMO-SEQ-HISTORICO.
           MOVE CP-NUM-DOC   TO H-NUM-DOC.
           MOVE WS-HIST-SEQ  TO H-SEQ.
           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN.
           MOVE CP-DATA-PGTO TO H-DATA-PGTO.
           MOVE ZERO TO H-VALOR-ORIGINAL.
           MOVE WS-VR-VARIACAO TO H-VALOR-PAGO.
           MOVE 'VARCAMB' TO H-METODO-PGTO.
           MOVE WS-APROVADOR-COD TO H-APROVADOR.
           MOVE WS-CONTA-EMPRESA-COD TO H-CONTA-EMPRESA.
           MOVE ZERO TO H-VALOR-DESCONTO.
           MOVE ZERO TO H-NUM-CHEQUE.
           MOVE ZERO TO H-VALOR-JUROS.
           MOVE ZERO TO H-VALOR-MULTA.
           MOVE SPACES TO H-APROVADOR-TITULAR.
           WRITE HIST-REG.
           PERFORM 982-JORNALIZAR-HIST.
           IF NOT STATUS-OK-HIST
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
           DISPLAY "Variacao cambial realizada: " WS-VR-VARIACAO
                   " (taxa " WS-VR-TAXA-ANTERIOR " -> "
                   WS-VR-TAXA-NOVA ")".

       460-DEBITAR-CONTA-EMPRESA.
           OPEN I-O CONTABCO-FILE.
           IF NOT STATUS-OK-CB
           DISPLAY "Digite o Numero do Documento a reverter: "
                   WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.

           READ CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

      *> QUITACAO POR ENCONTRO DE CONTAS NAO SAIU DO CAIXA E JA FOI
      *> ACERTADA COM O CONTAS A RECEBER; DESFAZER E UM NOVO TERMO
      *> ASSINADO PELAS DUAS PARTES, NAO UMA REVERSAO
           IF WS-REV-METODO = 'ENCONTRO'
               DISPLAY "ERRO: conta quitada por encontro de contas; "
                       "reversao nao permitida."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-DATA-PGTO TO WS-DATA-COMPETENCIA.
           PERFORM 950-VERIFICAR-COMPETENCIA.
           IF WS-COMPETENCIA-FECHADA = 'S'
           MOVE ZERO TO WS-REV-ADIANT-SEQ.
           MOVE ZERO TO WS-REV-NCRED-VALOR.
           MOVE ZERO TO WS-REV-NCRED-SEQ.
           MOVE ZERO TO WS-REV-PENH-VALOR.
           MOVE ZERO TO WS-REV-PENH-SEQ.
           MOVE SPACES TO WS-REV-PENH-CONTA.
           MOVE ZERO TO WS-REV-VARC-VALOR.
           MOVE ZERO TO WS-REV-VARC-SEQ.
           MOVE SPACES TO WS-REV-VARC-CONTA.
           MOVE SPACES TO WS-REV-METODO.

           OPEN INPUT HISTPAGTO-FILE.
           IF NOT STATUS-OK-HIST
                               MOVE H-VALOR-PAGO
                                   TO WS-REV-NCRED-VALOR
                               MOVE H-SEQ TO WS-REV-NCRED-SEQ
                           ELSE
                           IF H-METODO-PGTO = 'PENHORA'
                               MOVE H-VALOR-PAGO
                                   TO WS-REV-PENH-VALOR
                               MOVE H-SEQ TO WS-REV-PENH-SEQ
                               MOVE H-CONTA-EMPRESA
                                   TO WS-REV-PENH-CONTA
                           ELSE
                           IF H-METODO-PGTO(1:7) = 'VARCAMB'
                               MOVE H-VALOR-PAGO
                                   TO WS-REV-VARC-VALOR
                               MOVE H-SEQ TO WS-REV-VARC-SEQ
                               MOVE H-CONTA-EMPRESA
                                   TO WS-REV-VARC-CONTA
                           ELSE
                               MOVE 'S' TO WS-REV-ACHOU
                               MOVE H-METODO-PGTO TO WS-REV-METODO
                               MOVE H-VALOR-ORIGINAL
                                   TO WS-REV-VALOR-ORIGINAL
                               MOVE H-VALOR-PAGO TO WS-REV-VALOR-PAGO
                               MOVE H-DATA-PGTO TO WS-REV-DATA-PGTO
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               PERFORM 566-REVERTER-NOTA-CREDITO
           END-IF.

      *> SE O PAGAMENTO REVERTIDO DESVIOU PENHORA, O SALDO DAS ORDENS
      *> E REABERTO E O DEPOSITO VOLTA PARA A CONTA DE ONDE SAIU
           IF WS-REV-PENH-VALOR > ZERO AND
                   WS-REV-PENH-SEQ > WS-REV-SEQ-PAGTO
               PERFORM 574-REVERTER-PENHORA
           END-IF.

      *> SE O PAGAMENTO REVERTIDO REALIZOU VARIACAO CAMBIAL, ELA SAI
      *> DO RAZAO E A DIFERENCA DE CAIXA VOLTA PARA A CONTA
           IF WS-REV-VARC-VALOR NOT = ZERO AND
                   WS-REV-VARC-SEQ > WS-REV-SEQ-PAGTO
               PERFORM 578-REVERTER-VARIACAO-CAMBIAL
           END-IF.

      *> A CAUCAO RETIDA PELO PAGAMENTO REVERTIDO SAI DO RAZAO
           PERFORM 576-REVERTER-CAUCAO.

           PERFORM 568-ESTORNAR-RETENCOES.

      *> CONSULTA O CONTROLE DE COMPETENCIAS: A DATA EM
      *> PARA O LANCAMENTO DE HISTORICO RECEM-GRAVADO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
