               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADIANMOV.

           SELECT CAUCMOV-FILE *> Movimentos da caucao contratual
               ASSIGN TO 'CAUCMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAUCMOV.

           SELECT TRANSFER-FILE *> Transferencias entre contas da propria empresa
               ASSIGN TO 'TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-NUMERO
               ALTERNATE RECORD KEY IS TR-DATA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TRANSFER.

           SELECT BONIFMOV-FILE *> Provisoes da bonificacao por volume (CADBONIF)
               ASSIGN TO 'BONIFMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BONIFMOV.

           SELECT RECLASS-FILE *> Reclassificacoes de centro/natureza (RECLASS)
               ASSIGN TO 'RECLASS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-RECLASS.

           SELECT EMPRPARC-FILE *> Cronograma de amortizacao dos financiamentos
               ASSIGN TO 'EMPRPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-DOC-CHAVE
               FILE STATUS IS WS-STATUS-EMPRPARC.

           SELECT DESPANT-FILE *> Despesas antecipadas a apropriar por competencia
               ASSIGN TO 'DESPANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WS-STATUS-DESPANT.

           SELECT RATEIO-FILE *> Rateio de uma conta entre centros de custo
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT RATFIL-FILE *> Rateio de uma conta entre filiais (recarga intercompanhia)
               ASSIGN TO 'RATFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-STATUS-RATFIL.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 GL-VALOR          PIC S9(10)V99.
           05 GL-CENTRO-CUSTO   PIC X(06).
           05 GL-CNPJ-FORN      PIC 9(14).
           05 GL-FILIAL         PIC X(04).

       FD  DEPARA-FILE.
       01  DEPARA-REG.
           05 AM-VALOR         PIC 9(10)V99.
           05 AM-NUM-DOC       PIC 9(10).

       FD  CAUCMOV-FILE.
       01  CAUCMOV-REG.
           05 CM-DATA-HORA        PIC 9(14).
           05 CM-CNPJ             PIC 9(14).
           05 CM-CONTRATO         PIC X(15).
           05 CM-TIPO             PIC X(01).
           05 CM-VALOR            PIC 9(10)V99.
           05 CM-NUM-DOC          PIC 9(10).
           05 CM-SEQ-HIST         PIC 9(04).
           05 CM-DATA-MOV         PIC 9(08).
           05 CM-APROVADOR        PIC X(06).

       FD  TRANSFER-FILE.
       01  TRANSFER-REG.
           05 TR-NUMERO             PIC 9(08).
           05 TR-DATA               PIC 9(08).
           05 TR-CONTA-ORIGEM       PIC X(04).
           05 TR-CONTA-DESTINO      PIC X(04).
           05 TR-VALOR              PIC 9(12)V99.
           05 TR-SITUACAO           PIC X(01).
           05 TR-ORIGEM             PIC X(01).
           05 TR-HISTORICO          PIC X(40).
           05 TR-USUARIO            PIC X(10).
           05 TR-DATA-HORA          PIC 9(14).
           05 TR-DATA-EFETIVA       PIC 9(08).
           05 TR-USUARIO-EFETIVA    PIC X(10).

       FD  BONIFMOV-FILE.
       01  BONIFMOV-REG.
           05 BM-DATA-MOV         PIC 9(08).
           05 BM-CNPJ             PIC 9(14).
           05 BM-DATA-INICIO      PIC 9(08).
           05 BM-TIPO             PIC X(01).
           05 BM-VALOR            PIC S9(10)V99.
           05 BM-DATA-HORA        PIC 9(14).
           05 BM-USUARIO          PIC X(10).

       FD  RECLASS-FILE.
       01  RECLASS-REG.
           05 RC-CHAVE.
              10 RC-NUM-DOC       PIC 9(10).
              10 RC-CNPJ-FORN     PIC 9(14).
              10 RC-SEQ           PIC 9(02).
           05 RC-DATA-RECLASS     PIC 9(08).
           05 RC-CENTRO-ANTIGO    PIC X(06).
           05 RC-NATUREZA-ANTIGA  PIC X(04).
           05 RC-CENTRO-NOVO      PIC X(06).
           05 RC-NATUREZA-NOVA    PIC X(04).
           05 RC-VALOR            PIC 9(10)V99.
           05 RC-MOTIVO           PIC X(60).
           05 RC-USUARIO          PIC X(10).
           05 RC-DATA-HORA        PIC 9(14).

       FD  EMPRPARC-FILE.
       01  EMPRPARC-REG.
           05 EP-CHAVE.
              10 EP-CONTRATO      PIC X(15).
              10 EP-PARCELA       PIC 9(03).
           05 EP-DOC-CHAVE.
              10 EP-NUM-DOC       PIC 9(10).
              10 EP-CNPJ-CREDOR   PIC 9(14).
           05 EP-DATA-VENC        PIC 9(08).
           05 EP-PRESTACAO        PIC 9(10)V99.
           05 EP-AMORTIZACAO      PIC 9(10)V99.
           05 EP-JUROS            PIC 9(10)V99.
           05 EP-SALDO-DEVEDOR    PIC 9(12)V99.

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

       FD  RATEIO-FILE.
       01  RATEIO-REG.
           05 RA-CHAVE.
           05 RA-CENTRO-CUSTO     PIC X(06).
           05 RA-PERCENTUAL       PIC 9(03)V99.
           05 RA-VALOR            PIC 9(10)V99.
           05 RA-NATUREZA         PIC X(04).

       FD  RATFIL-FILE.
       01  RATFIL-REG.
           05 RF-CHAVE.
              10 RF-NUM-DOC       PIC 9(10).
              10 RF-CNPJ-FORN     PIC 9(14).
              10 RF-SEQ           PIC 9(02).
           05 RF-FILIAL           PIC X(04).
           05 RF-CENTRO-CUSTO     PIC X(06).
           05 RF-PERCENTUAL       PIC 9(03)V99.
           05 RF-USUARIO          PIC X(10).
           05 RF-DATA-HORA        PIC 9(14).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
       01 WS-MOTIVO-REJEICAO      PIC X(40).
       01 WS-PAUSA                PIC X(01).
       01 WS-DEBITO-CENTRO        PIC X(06).
       01 WS-DEBITO-NATUREZA      PIC X(04) VALUE SPACES.

      *> EVIDENCIA PARA O CHECKLIST DE FECHAMENTO: PERIODO EXTRAIDO,
      *> LANCAMENTOS GRAVADOS E REJEITADOS SEM MAPEAMENTO
       01 WS-FECH-PARM.
           05 WS-FCH-TAREFA       PIC X(08).
           05 WS-FCH-DATA-INICIO  PIC 9(08).
           05 WS-FCH-DATA-FIM     PIC 9(08).
           05 WS-FCH-PROGRAMA     PIC X(08) VALUE 'GLEXTRAT'.
           05 WS-FCH-QTD          PIC 9(07).
           05 WS-FCH-PENDENTES    PIC 9(07).

      *> ABERTURA DA DESPESA FINANCEIRA: JUROS E MULTA SAEM DO LUMP DO
      *> VALOR PAGO PARA CONTAS PROPRIAS E O DESCONTO OBTIDO VIRA
       01 WS-CONTA-PERDA          PIC X(08).
       01 WS-CONTA-ADTO           PIC X(08).

      *> VARIACAO CAMBIAL REALIZADA NA LIQUIDACAO (LANCAMENTO 'VARCAMB'
      *> DO HISTORICO): PERDA (POSITIVA) VIRA O PAR DEBITO NA VARIACAO
      *> PASSIVA ('*FIN  '/'VCPA') E CREDITO NO BANCO; GANHO (NEGATIVO)
      *> O PAR DEBITO NO BANCO E CREDITO NA VARIACAO ATIVA
      *> ('*FIN  '/'VCAT'). O ESTORNO ('VARCAMBEST') SAI NAS MESMAS
      *> CONTAS DA VARIACAO ORIGINAL, COM VALOR NEGATIVO
       01 WS-VARC-ORIGEM          PIC S9(10)V99.
       01 WS-VARC-VALOR           PIC S9(10)V99.

      *> CAUCAO CONTRATUAL: A PARTE RETIDA DO PAGAMENTO NAO SAI DO
      *> BANCO, MAS E DESPESA DO TITULO; A RETENCAO ('R' DO CAUCMOV)
      *> VIRA O PAR DEBITO NA DESPESA DO TITULO E CREDITO NO PASSIVO
      *> DE CAUCOES ('*FIN  '/'CAUC'), O ESTORNO ('E') O PAR INVERSO.
      *> A LIBERACAO GERA UM TITULO DE NATUREZA 'CAUC', CUJO PAGAMENTO
      *> DEBITA O MESMO PASSIVO EM VEZ DE DESPESA
       01 WS-STATUS-CAUCMOV       PIC X(2).
           88 STATUS-OK-CM              VALUE '00'.
       01 WS-FIM-CAUCMOV          PIC X(01).
       01 WS-CONTA-CAUCAO         PIC X(08).

      *> TRANSFERENCIA ENTRE CONTAS DA EMPRESA (TRANSBCO) EFETIVADA NO
      *> PERIODO: DEBITO NA CONTA CONTABIL DO BANCO DE DESTINO, CREDITO
      *> NA DO BANCO DE ORIGEM, COM O NUMERO DA TRANSFERENCIA COMO DOC
       01 WS-STATUS-TRANSFER      PIC X(2).
           88 STATUS-OK-TR              VALUE '00'.
       01 WS-FIM-TRANSFER         PIC X(01).
       01 WS-CONTA-BCO-ORIGEM     PIC X(08).
       01 WS-CONTA-BCO-DESTINO    PIC X(08).

      *> BONIFICACAO POR VOLUME: A PROVISAO MENSAL DO CADBONIF DEBITA O
      *> BONUS A RECEBER DO FORNECEDOR ('*FIN  '/'BONR') E CREDITA A
      *> RECEITA DE BONIFICACAO ('*FIN  '/'BONI'); O AJUSTE PARA MENOS
      *> SAI NAS MESMAS CONTAS COM VALOR NEGATIVO
       01 WS-STATUS-BONIFMOV      PIC X(2).
           88 STATUS-OK-BM              VALUE '00'.
       01 WS-FIM-BONIFMOV         PIC X(01).
       01 WS-CONTA-BONUS-RECEBER  PIC X(08).
       01 WS-CONTA-BONUS-RECEITA  PIC X(08).

      *> RECLASSIFICACAO APOS O FECHAMENTO: NA DATA DA RECLASSIFICACAO
      *> SAI O PAR DEBITO NA CONTA DA CODIFICACAO NOVA / CREDITO NA DA
      *> ANTIGA (ESTORNO), AMBAS PELO DE-PARA DE CENTRO E NATUREZA
       01 WS-STATUS-RECLASS       PIC X(2).
           88 STATUS-OK-RC              VALUE '00'.
       01 WS-FIM-RECLASS          PIC X(01).
       01 WS-CONTA-RECLASS-NOVA   PIC X(08).
       01 WS-CONTA-RECLASS-ANTIGA PIC X(08).

      *> PARCELA DE FINANCIAMENTO (NATUREZA 'EMPR', GERADA PELO
      *> CADEMPR): A PARTE DE AMORTIZACAO DEBITA O PASSIVO DO
      *> EMPRESTIMO ('*FIN  '/'EMPR') E A DE JUROS A DESPESA FINANCEIRA
      *> ('*FIN  '/'JEMP'), NA PROPORCAO DO CRONOGRAMA, PARA PAGAMENTO
      *> PARCIAL DIVIDIR DO MESMO JEITO
       01 WS-STATUS-EMPRPARC      PIC X(2).
           88 STATUS-OK-EP              VALUE '00'.
       01 WS-EMPRPARC-ABERTO      PIC X(01) VALUE 'N'.
       01 WS-EMPR-JUROS           PIC 9(10)V99.
       01 WS-CONTA-JUROS-EMPR     PIC X(08).

      *> DESPESA ANTECIPADA (MARCADA NO LANCCONT): O PAGAMENTO DEBITA O
      *> ATIVO ('*FIN  '/'DANT') EM VEZ DA DESPESA, E CADA COMPETENCIA
      *> DO PERIODO DE APROPRIACAO CUJO ULTIMO DIA CAI NO PERIODO DO
      *> EXTRATO GERA O PAR DEBITO NA DESPESA DO DE-PARA / CREDITO NO
      *> ATIVO, DATADO DO ULTIMO DIA DA COMPETENCIA; O ULTIMO MES FICA
      *> COM A SOBRA DE ARREDONDAMENTO
       01 WS-STATUS-DESPANT       PIC X(2).
           88 STATUS-OK-DA              VALUE '00'.
       01 WS-DESPANT-ABERTO       PIC X(01) VALUE 'N'.
       01 WS-FIM-DESPANT          PIC X(01).
       01 WS-PAGTO-ANTECIPADO     PIC X(01) VALUE 'N'.
       01 WS-CONTA-DANT           PIC X(08).
       01 WS-DANT-MES             PIC 9(03).
       01 WS-DANT-ANO             PIC 9(04).
       01 WS-DANT-MM              PIC 9(03).
       01 WS-DANT-DATA            PIC 9(08).
       01 WS-DANT-PROX-MES        PIC 9(08).
       01 WS-DANT-PARCELA         PIC 9(10)V99.

      *> PAGAMENTO DE CONTA RATEADA: O DEBITO SAI QUEBRADO POR CENTRO
      *> DO RATEIO, NA PROPORCAO DOS PERCENTUAIS GRAVADOS NO
      *> LANCAMENTO (SOBRA DE ARREDONDAMENTO NA ULTIMA LINHA), E O
      *> CREDITO NO BANCO CONTINUA SAINDO INTEIRO. LINHA COM NATUREZA
      *> PROPRIA (FATURA DE CARTAO) RESOLVE O DE-PARA POR ELA
       01 WS-STATUS-RATEIO        PIC X(2).
           88 STATUS-OK-RA              VALUE '00'.
       01 WS-RATEIO-ABERTO        PIC X(01) VALUE 'N'.
       01 WS-FIM-RATEIO           PIC X(01).
       01 WS-GLRAT-QTD            PIC 9(02) VALUE ZERO.
       01 WS-GLRAT-IDX            PIC 9(03).
       01 WS-GLRAT-VALOR-ACUM     PIC S9(10)V99.
       01 WS-GLRAT-TAB.
           05 WS-GLRAT-ITEM OCCURS 99 TIMES.
              10 WS-GLRAT-CENTRO  PIC X(06).
              10 WS-GLRAT-NATUREZA PIC X(04).
              10 WS-GLRAT-PERC    PIC 9(03)V99.
              10 WS-GLRAT-CONTA   PIC X(08).

      *> CONTA PAGA POR UMA FILIAL E RATEADA COM OUTRAS (INTERFIL): A
      *> PARTE DE CADA FILIAL BENEFICIADA, SOBRE O VALOR NOMINAL DO
      *> PAGAMENTO, SAI DA DESPESA DA PAGADORA E VIRA O A RECEBER DELA
      *> ('*FIN  '/'ICRE'); NA BENEFICIADA SAI O DEBITO NA DESPESA DO
      *> DE-PARA DO CENTRO DA LINHA CONTRA O A PAGAR ('*FIN  '/'ICPA').
      *> GL-FILIAL SEPARA OS LIVROS DE CADA FILIAL
       01 WS-STATUS-RATFIL        PIC X(2).
           88 STATUS-OK-RF              VALUE '00'.
       01 WS-RATFIL-ABERTO        PIC X(01) VALUE 'N'.
       01 WS-FIM-RATFIL           PIC X(01).
       01 WS-CONTA-IC-RECEBER     PIC X(08).
       01 WS-CONTA-IC-PAGAR       PIC X(08).
       01 WS-GLFIL-BASE           PIC S9(10)V99.
       01 WS-GLFIL-TOTAL          PIC S9(10)V99.
       01 WS-GLFIL-QTD            PIC 9(02) VALUE ZERO.
       01 WS-GLFIL-IDX            PIC 9(02).
       01 WS-GLFIL-TAB.
           05 WS-GLFIL-ITEM OCCURS 20 TIMES.
              10 WS-GLFIL-FILIAL  PIC X(04).
              10 WS-GLFIL-CENTRO  PIC X(06).
              10 WS-GLFIL-PERC    PIC 9(03)V99.
              10 WS-GLFIL-CONTA   PIC X(08).
              10 WS-GLFIL-VALOR   PIC S9(10)V99.

       PROCEDURE DIVISION.
      *> DOIS MODOS DE EXTRACAO: O EXTRATO DE CAIXA DE SEMPRE (UM PAR
      *> DEBITO/CREDITO POR PAGAMENTO DO PERIODO) E O MODO DE
           IF STATUS-OK-RA
               MOVE 'S' TO WS-RATEIO-ABERTO
           END-IF.
           MOVE 'N' TO WS-EMPRPARC-ABERTO.
           OPEN INPUT EMPRPARC-FILE.
           IF STATUS-OK-EP
               MOVE 'S' TO WS-EMPRPARC-ABERTO
           END-IF.
           MOVE 'N' TO WS-DESPANT-ABERTO.
           OPEN INPUT DESPANT-FILE.
           IF STATUS-OK-DA
               MOVE 'S' TO WS-DESPANT-ABERTO
           END-IF.
           MOVE 'N' TO WS-RATFIL-ABERTO.
           OPEN INPUT RATFIL-FILE.
           IF STATUS-OK-RF
               MOVE 'S' TO WS-RATFIL-ABERTO
           END-IF.

           DISPLAY "Digite a data inicial do periodo (AAAAMMDD): "
                   WITH NO ADVANCING.
           PERFORM 300-LER-PROXIMO-HIST UNTIL WS-FIM-LEITURA = 'Y'.

           PERFORM 460-EXTRAIR-BAIXAS-ADIANT.
           PERFORM 465-EXTRAIR-CAUCOES.
           PERFORM 466-EXTRAIR-TRANSFERENCIAS.
           PERFORM 468-EXTRAIR-BONIFICACOES.
           PERFORM 469-EXTRAIR-RECLASSIFICACOES.
           IF WS-DESPANT-ABERTO = 'S'
               PERFORM 467-EXTRAIR-APROPRIACOES
           END-IF.

           CLOSE HISTPAGTO-FILE.
           CLOSE CONTAPAGAR-FILE.
               CLOSE RATEIO-FILE
               MOVE 'N' TO WS-RATEIO-ABERTO
           END-IF.
           IF WS-EMPRPARC-ABERTO = 'S'
               CLOSE EMPRPARC-FILE
               MOVE 'N' TO WS-EMPRPARC-ABERTO
           END-IF.
           IF WS-DESPANT-ABERTO = 'S'
               CLOSE DESPANT-FILE
               MOVE 'N' TO WS-DESPANT-ABERTO
           END-IF.
           IF WS-RATFIL-ABERTO = 'S'
               CLOSE RATFIL-FILE
               MOVE 'N' TO WS-RATFIL-ABERTO
           END-IF.
           CLOSE GLEXTRAT-FILE.

           MOVE 'GLEXTRAT' TO WS-FCH-TAREFA.
           MOVE WS-DATA-INICIO TO WS-FCH-DATA-INICIO.
           MOVE WS-DATA-FIM TO WS-FCH-DATA-FIM.
           MOVE WS-QTD-EXTRAIDOS TO WS-FCH-QTD.
           MOVE WS-QTD-REJEITADOS TO WS-FCH-PENDENTES.
           CALL 'REGFECH' USING WS-FECH-PARM.

           DISPLAY "Lancamentos gravados em GLEXTRAT.DAT: "
                   WS-QTD-EXTRAIDOS.
           DISPLAY "Pagamentos rejeitados (sem mapeamento): "
               INVALID KEY
                   MOVE SPACES TO CP-CENTRO-CUSTO
                   MOVE SPACES TO CP-NATUREZA
                   MOVE SPACES TO CP-FILIAL
           END-READ.

      *> BAIXA DE RESIDUO (BXRESID) E ENCONTRO DE CONTAS (ENCONTRO) NAO
      *> SAO SAIDA DE CAIXA: O PAR E O DEBITO NA DESPESA DA CONTA E O
      *> CREDITO NA CONTA MAPEADA EM '*FIN  '/'BXRE' OU '*FIN  '/'ENCO'
      *> (CLIENTES A RECEBER), SEM PASSAR PELO BANCO
           MOVE 'N' TO WS-PAGTO-ANTECIPADO.
           IF H-METODO-PGTO = 'RESIDUO' OR H-METODO-PGTO = 'ENCONTRO'
               PERFORM 450-EXTRAIR-BAIXA-RESIDUO
               EXIT PARAGRAPH
           END-IF.
           IF H-METODO-PGTO(1:7) = 'VARCAMB'
               PERFORM 455-EXTRAIR-VARIACAO-CAMBIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESPANT-ABERTO = 'S'
               MOVE CP-NUM-DOC TO DA-NUM-DOC
               MOVE CP-CNPJ-FORN TO DA-CNPJ-FORN
               READ DESPANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PAGTO-ANTECIPADO
               END-READ
           END-IF.

           MOVE ZERO TO WS-GLRAT-QTD.
           IF WS-RATEIO-ABERTO = 'S'
           PERFORM 435-ABRIR-COMPONENTES-FIN.

           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE ZERO TO WS-EMPR-JUROS.
           IF CP-NATUREZA = 'EMPR'
               PERFORM 437-SEPARAR-JUROS-EMPR
           END-IF.
           MOVE ZERO TO WS-GLFIL-QTD.
           IF WS-RATFIL-ABERTO = 'S'
               PERFORM 412-CARREGAR-RATEIO-FILIAL
           END-IF.
           IF WS-GLFIL-QTD > ZERO AND WS-MOTIVO-REJEICAO = SPACES
               PERFORM 427-RESOLVER-RECARGA-FILIAL
           END-IF.
           IF WS-GLRAT-QTD = ZERO
               MOVE CP-CENTRO-CUSTO TO WS-DEBITO-CENTRO
               PERFORM 420-RESOLVER-CONTA-DEBITO
           MOVE H-NUM-DOC       TO GL-NUM-DOC.
           MOVE H-DATA-PGTO     TO GL-DATA-PGTO.
           MOVE H-CNPJ-FORN     TO GL-CNPJ-FORN.
           MOVE CP-FILIAL       TO GL-FILIAL.
           IF WS-GLRAT-QTD = ZERO
               MOVE 'D'             TO GL-TIPO
               MOVE WS-CONTA-DEBITO TO GL-CONTA-CONTABIL
           END-IF.

      *> DESPESA FINANCEIRA E DESCONTO OBTIDO EM LINHAS PROPRIAS
           IF WS-EMPR-JUROS > ZERO
               MOVE 'D' TO GL-TIPO
               MOVE WS-CONTA-JUROS-EMPR TO GL-CONTA-CONTABIL
               MOVE WS-EMPR-JUROS TO GL-VALOR
               MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO
               WRITE GL-REG
               ADD 1 TO WS-QTD-EXTRAIDOS
           END-IF.
           IF WS-FIN-JUROS > ZERO
               MOVE 'D' TO GL-TIPO
               MOVE WS-CONTA-JUROS TO GL-CONTA-CONTABIL
               ADD 1 TO WS-QTD-EXTRAIDOS
           END-IF.

           IF WS-GLFIL-QTD > ZERO
               PERFORM 442-GRAVAR-RECARGA-FILIAL
                   VARYING WS-GLFIL-IDX FROM 1 BY 1
                   UNTIL WS-GLFIL-IDX > WS-GLFIL-QTD
               MOVE CP-FILIAL TO GL-FILIAL
           END-IF.

           MOVE 'C'              TO GL-TIPO.
           MOVE WS-CONTA-CREDITO TO GL-CONTA-CONTABIL.
           MOVE H-VALOR-PAGO     TO GL-VALOR.
           COMPUTE WS-VALOR-DESPESA = H-VALOR-PAGO
               - WS-FIN-JUROS - WS-FIN-MULTA + WS-FIN-DESCONTO.

      *> OS JUROS DA PARCELA SAEM DO VALOR DA DESPESA; O QUE SOBRA E
      *> AMORTIZACAO, QUE O 420 MANDA PARA O PASSIVO DO EMPRESTIMO
       437-SEPARAR-JUROS-EMPR.
           IF WS-EMPRPARC-ABERTO NOT = 'S'
               MOVE "cronograma do financiamento indisponivel"
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-NUM-DOC TO EP-NUM-DOC.
           MOVE CP-CNPJ-FORN TO EP-CNPJ-CREDOR.
           READ EMPRPARC-FILE KEY IS EP-DOC-CHAVE
               INVALID KEY
                   MOVE "parcela fora do cronograma de financiamento"
                       TO WS-MOTIVO-REJEICAO
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'JEMP' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           IF WS-CONTA-FIN = SPACES
               MOVE "sem mapeamento *FIN/JEMP para juros"
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-FIN TO WS-CONTA-JUROS-EMPR.
           IF EP-PRESTACAO > ZERO
               COMPUTE WS-EMPR-JUROS ROUNDED =
                   WS-VALOR-DESPESA * EP-JUROS / EP-PRESTACAO
           END-IF.
           IF WS-EMPR-JUROS > WS-VALOR-DESPESA
               MOVE WS-VALOR-DESPESA TO WS-EMPR-JUROS
           END-IF.
           SUBTRACT WS-EMPR-JUROS FROM WS-VALOR-DESPESA.

       436-RESOLVER-CONTA-FIN.
           MOVE SPACES TO WS-CONTA-FIN.
           IF NOT STATUS-OK-DP
                           RA-CNPJ-FORN NOT = CP-CNPJ-FORN
                       MOVE 'Y' TO WS-FIM-RATEIO
                   ELSE
                       IF WS-GLRAT-QTD < 99
                           ADD 1 TO WS-GLRAT-QTD
                           MOVE RA-CENTRO-CUSTO TO
                               WS-GLRAT-CENTRO(WS-GLRAT-QTD)
                           MOVE RA-NATUREZA TO
                               WS-GLRAT-NATUREZA(WS-GLRAT-QTD)
                           MOVE RA-PERCENTUAL TO
                               WS-GLRAT-PERC(WS-GLRAT-QTD)
                       END-IF
                   END-IF
           END-READ.

      *> CARREGA AS FILIAIS BENEFICIADAS DA CONTA CORRENTE; A LINHA DA
      *> PROPRIA FILIAL PAGADORA, SE HOUVER, E IGNORADA
       412-CARREGAR-RATEIO-FILIAL.
           MOVE CP-NUM-DOC   TO RF-NUM-DOC.
           MOVE CP-CNPJ-FORN TO RF-CNPJ-FORN.
           MOVE ZERO TO RF-SEQ.
           MOVE 'N' TO WS-FIM-RATFIL.
           START RATFIL-FILE KEY IS GREATER THAN OR EQUAL TO RF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-RATFIL
           END-START.
           PERFORM 417-LER-LINHA-RATEIO-FILIAL UNTIL WS-FIM-RATFIL = 'Y'.

       417-LER-LINHA-RATEIO-FILIAL.
           READ RATFIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-RATFIL
               NOT AT END
                   IF RF-NUM-DOC NOT = CP-NUM-DOC OR
                           RF-CNPJ-FORN NOT = CP-CNPJ-FORN
                       MOVE 'Y' TO WS-FIM-RATFIL
                   ELSE
                       IF WS-GLFIL-QTD < 20 AND RF-FILIAL NOT = CP-FILIAL
                           ADD 1 TO WS-GLFIL-QTD
                           MOVE RF-FILIAL TO
                               WS-GLFIL-FILIAL(WS-GLFIL-QTD)
                           MOVE RF-CENTRO-CUSTO TO
                               WS-GLFIL-CENTRO(WS-GLFIL-QTD)
                           MOVE RF-PERCENTUAL TO
                               WS-GLFIL-PERC(WS-GLFIL-QTD)
                       END-IF
                   END-IF
           END-READ.

      *> RESOLVE AS CONTAS INTERCOMPANHIA E A DESPESA DE CADA FILIAL
      *> BENEFICIADA, CALCULA AS PARTES E TIRA O TOTAL DA DESPESA DA
      *> PAGADORA. RODA ANTES DO DE-PARA DA PAGADORA, QUE O 420 DEIXA
      *> EM WS-CONTA-DEBITO PARA A GRAVACAO
       427-RESOLVER-RECARGA-FILIAL.
           MOVE 'ICRE' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-IC-RECEBER.
           MOVE 'ICPA' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-IC-PAGAR.
           IF WS-CONTA-IC-RECEBER = SPACES OR WS-CONTA-IC-PAGAR = SPACES
               MOVE "sem mapeamento *FIN/ICRE ou *FIN/ICPA (filiais)"
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GLFIL-BASE = H-VALOR-PAGO - H-VALOR-JUROS
               - H-VALOR-MULTA + H-VALOR-DESCONTO.
           MOVE ZERO TO WS-GLFIL-TOTAL.
           PERFORM 428-RESOLVER-LINHA-RECARGA
               VARYING WS-GLFIL-IDX FROM 1 BY 1
               UNTIL WS-GLFIL-IDX > WS-GLFIL-QTD
                   OR WS-MOTIVO-REJEICAO NOT = SPACES.
           SUBTRACT WS-GLFIL-TOTAL FROM WS-VALOR-DESPESA.

       428-RESOLVER-LINHA-RECARGA.
           MOVE WS-GLFIL-CENTRO(WS-GLFIL-IDX) TO WS-DEBITO-CENTRO.
           PERFORM 420-RESOLVER-CONTA-DEBITO.
           MOVE WS-CONTA-DEBITO TO WS-GLFIL-CONTA(WS-GLFIL-IDX).
           COMPUTE WS-GLFIL-VALOR(WS-GLFIL-IDX) ROUNDED =
               WS-GLFIL-BASE * WS-GLFIL-PERC(WS-GLFIL-IDX) / 100.
           ADD WS-GLFIL-VALOR(WS-GLFIL-IDX) TO WS-GLFIL-TOTAL.

      *> A RECEBER NOS LIVROS DA PAGADORA; DESPESA E A PAGAR NOS DA
      *> BENEFICIADA
       442-GRAVAR-RECARGA-FILIAL.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-CONTA-IC-RECEBER TO GL-CONTA-CONTABIL.
           MOVE WS-GLFIL-VALOR(WS-GLFIL-IDX) TO GL-VALOR.
           MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
           MOVE CP-FILIAL TO GL-FILIAL.
           WRITE GL-REG.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-GLFIL-CONTA(WS-GLFIL-IDX) TO GL-CONTA-CONTABIL.
           MOVE WS-GLFIL-CENTRO(WS-GLFIL-IDX) TO GL-CENTRO-CUSTO.
           MOVE WS-GLFIL-FILIAL(WS-GLFIL-IDX) TO GL-FILIAL.
           WRITE GL-REG.
           MOVE 'C' TO GL-TIPO.
           MOVE WS-CONTA-IC-PAGAR TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           ADD 3 TO WS-QTD-EXTRAIDOS.

      *> RESOLVE O DE-PARA DE CADA CENTRO DO RATEIO; QUALQUER CENTRO
      *> SEM MAPEAMENTO REJEITA O PAGAMENTO INTEIRO, PARA O PAR
      *> DEBITO/CREDITO NAO SAIR CAPENGA
       425-RESOLVER-DEBITOS-RATEIO.
           MOVE WS-GLRAT-CENTRO(WS-GLRAT-IDX) TO WS-DEBITO-CENTRO.
           MOVE WS-GLRAT-NATUREZA(WS-GLRAT-IDX) TO WS-DEBITO-NATUREZA.
           PERFORM 420-RESOLVER-CONTA-DEBITO.
           MOVE SPACES TO WS-DEBITO-NATUREZA.
           MOVE WS-CONTA-DEBITO TO WS-GLRAT-CONTA(WS-GLRAT-IDX).

       440-GRAVAR-DEBITO-RATEIO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE CP-CENTRO-CUSTO TO WS-DEBITO-CENTRO.
           PERFORM 420-RESOLVER-CONTA-DEBITO.
           IF H-METODO-PGTO = 'ENCONTRO'
               MOVE 'ENCO' TO WS-NAT-FIN
           ELSE
               MOVE 'BXRE' TO WS-NAT-FIN
           END-IF.
           PERFORM 436-RESOLVER-CONTA-FIN.
           IF WS-MOTIVO-REJEICAO = SPACES AND WS-CONTA-FIN = SPACES
               IF H-METODO-PGTO = 'ENCONTRO'
                   MOVE "sem mapeamento *FIN/ENCO para encontro de contas"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE "sem mapeamento *FIN/BXRE para baixa de residuo"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
           MOVE H-NUM-DOC       TO GL-NUM-DOC.
           MOVE H-DATA-PGTO     TO GL-DATA-PGTO.
           MOVE H-CNPJ-FORN     TO GL-CNPJ-FORN.
           MOVE CP-FILIAL       TO GL-FILIAL.
           MOVE 'D'             TO GL-TIPO.
           MOVE WS-CONTA-DEBITO TO GL-CONTA-CONTABIL.
           MOVE H-VALOR-PAGO    TO GL-VALOR.
           WRITE GL-REG.
           ADD 1 TO WS-QTD-EXTRAIDOS.

       455-EXTRAIR-VARIACAO-CAMBIAL.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           IF H-METODO-PGTO = 'VARCAMBEST'
               COMPUTE WS-VARC-ORIGEM = ZERO - H-VALOR-PAGO
           ELSE
               MOVE H-VALOR-PAGO TO WS-VARC-ORIGEM
           END-IF.
           IF WS-VARC-ORIGEM > ZERO
               MOVE 'VCPA' TO WS-NAT-FIN
               MOVE WS-VARC-ORIGEM TO WS-VARC-VALOR
           ELSE
               MOVE 'VCAT' TO WS-NAT-FIN
               COMPUTE WS-VARC-VALOR = ZERO - WS-VARC-ORIGEM
           END-IF.
           IF H-METODO-PGTO = 'VARCAMBEST'
               COMPUTE WS-VARC-VALOR = ZERO - WS-VARC-VALOR
           END-IF.

           PERFORM 430-RESOLVER-CONTA-CREDITO.
           PERFORM 436-RESOLVER-CONTA-FIN.
           IF WS-MOTIVO-REJEICAO = SPACES AND WS-CONTA-FIN = SPACES
               STRING "sem mapeamento *FIN/" WS-NAT-FIN
                      " para variacao cambial"
                   DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO doc " H-NUM-DOC " seq " H-SEQ ": "
                       WS-MOTIVO-REJEICAO
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO doc " H-NUM-DOC " seq " H-SEQ ": "
                      WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.

           MOVE H-NUM-DOC       TO GL-NUM-DOC.
           MOVE H-DATA-PGTO     TO GL-DATA-PGTO.
           MOVE H-CNPJ-FORN     TO GL-CNPJ-FORN.
           MOVE CP-FILIAL       TO GL-FILIAL.
           MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
           MOVE WS-VARC-VALOR   TO GL-VALOR.
           MOVE 'D'             TO GL-TIPO.
           IF WS-NAT-FIN = 'VCPA'
               MOVE WS-CONTA-FIN     TO GL-CONTA-CONTABIL
           ELSE
               MOVE WS-CONTA-CREDITO TO GL-CONTA-CONTABIL
           END-IF.
           WRITE GL-REG.
           ADD 1 TO WS-QTD-EXTRAIDOS.

           MOVE 'C'             TO GL-TIPO.
           IF WS-NAT-FIN = 'VCPA'
               MOVE WS-CONTA-CREDITO TO GL-CONTA-CONTABIL
           ELSE
               MOVE WS-CONTA-FIN     TO GL-CONTA-CONTABIL
           END-IF.
           WRITE GL-REG.
           ADD 1 TO WS-QTD-EXTRAIDOS.

       460-EXTRAIR-BAIXAS-ADIANT.
           MOVE 'BXAD' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE ZEROS TO GL-NUM-DOC.
           MOVE AM-DATA-HORA(1:8) TO GL-DATA-PGTO.
           MOVE AM-CNPJ TO GL-CNPJ-FORN.
           MOVE SPACES TO GL-FILIAL.
           MOVE SPACES TO GL-CENTRO-CUSTO.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-CONTA-PERDA TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           ADD 2 TO WS-QTD-EXTRAIDOS.

       465-EXTRAIR-CAUCOES.
           MOVE 'CAUC' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-CAUCAO.

           OPEN INPUT CAUCMOV-FILE.
           IF NOT STATUS-OK-CM
               CLOSE CAUCMOV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-CAUCMOV.
           PERFORM 475-LER-PROXIMA-CAUCAO UNTIL WS-FIM-CAUCMOV = 'Y'.
           CLOSE CAUCMOV-FILE.

       475-LER-PROXIMA-CAUCAO.
           READ CAUCMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-CAUCMOV
               NOT AT END
                   IF (CM-TIPO = 'R' OR CM-TIPO = 'E') AND
                           CM-DATA-MOV >= WS-DATA-INICIO AND
                           CM-DATA-MOV <= WS-DATA-FIM
                       PERFORM 485-GRAVAR-CAUCAO-GL
                   END-IF
           END-READ.

      *> A DESPESA VEM DO DE-PARA DO TITULO QUE SOFREU A RETENCAO
       485-GRAVAR-CAUCAO-GL.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE 'N' TO WS-PAGTO-ANTECIPADO.
           MOVE CM-NUM-DOC TO CP-NUM-DOC.
           MOVE CM-CNPJ TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   MOVE SPACES TO CP-CENTRO-CUSTO
                   MOVE SPACES TO CP-NATUREZA
                   MOVE SPACES TO CP-FILIAL
           END-READ.
           MOVE CP-CENTRO-CUSTO TO WS-DEBITO-CENTRO.
           PERFORM 420-RESOLVER-CONTA-DEBITO.
           IF WS-MOTIVO-REJEICAO = SPACES AND WS-CONTA-CAUCAO = SPACES
               MOVE "sem mapeamento *FIN/CAUC para caucao"
                   TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO caucao doc " CM-NUM-DOC " seq "
                       CM-SEQ-HIST ": " WS-MOTIVO-REJEICAO
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO caucao doc " CM-NUM-DOC " seq "
                      CM-SEQ-HIST ": " WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-NUM-DOC TO GL-NUM-DOC.
           MOVE CM-DATA-MOV TO GL-DATA-PGTO.
           MOVE CM-CNPJ TO GL-CNPJ-FORN.
           MOVE CP-FILIAL TO GL-FILIAL.
           MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
           MOVE CM-VALOR TO GL-VALOR.
           IF CM-TIPO = 'R'
               MOVE 'D' TO GL-TIPO
               MOVE WS-CONTA-DEBITO TO GL-CONTA-CONTABIL
               WRITE GL-REG
               MOVE 'C' TO GL-TIPO
               MOVE WS-CONTA-CAUCAO TO GL-CONTA-CONTABIL
               WRITE GL-REG
           ELSE
               MOVE 'D' TO GL-TIPO
               MOVE WS-CONTA-CAUCAO TO GL-CONTA-CONTABIL
               WRITE GL-REG
               MOVE 'C' TO GL-TIPO
               MOVE WS-CONTA-DEBITO TO GL-CONTA-CONTABIL
               WRITE GL-REG
           END-IF.
           ADD 2 TO WS-QTD-EXTRAIDOS.

       466-EXTRAIR-TRANSFERENCIAS.
           OPEN INPUT TRANSFER-FILE.
           IF NOT STATUS-OK-TR
               CLOSE TRANSFER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-TRANSFER.
           MOVE ZERO TO TR-NUMERO.
           START TRANSFER-FILE KEY IS GREATER THAN OR EQUAL TO TR-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-TRANSFER
           END-START.
           PERFORM 476-LER-PROXIMA-TRANSFERENCIA
               UNTIL WS-FIM-TRANSFER = 'Y'.
           CLOSE TRANSFER-FILE.

       476-LER-PROXIMA-TRANSFERENCIA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-TRANSFER
               NOT AT END
                   IF TR-SITUACAO = 'E' AND
                           TR-DATA-EFETIVA >= WS-DATA-INICIO AND
                           TR-DATA-EFETIVA <= WS-DATA-FIM
                       PERFORM 486-GRAVAR-TRANSFERENCIA-GL
                   END-IF
           END-READ.

       486-GRAVAR-TRANSFERENCIA-GL.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE SPACES TO WS-CONTA-BCO-ORIGEM.
           MOVE SPACES TO WS-CONTA-BCO-DESTINO.
           MOVE TR-CONTA-ORIGEM TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CB-CONTA-CONTABIL TO WS-CONTA-BCO-ORIGEM
           END-READ.
           MOVE TR-CONTA-DESTINO TO CB-CODIGO.
           READ CONTABCO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CB-CONTA-CONTABIL TO WS-CONTA-BCO-DESTINO
           END-READ.
           IF WS-CONTA-BCO-ORIGEM = SPACES
               MOVE "conta de origem sem conta contabil"
                   TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-CONTA-BCO-DESTINO = SPACES
               MOVE "conta de destino sem conta contabil"
                   TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO transferencia " TR-NUMERO " "
                       TR-CONTA-ORIGEM "->" TR-CONTA-DESTINO ": "
                       WS-MOTIVO-REJEICAO
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO transferencia " TR-NUMERO " "
                      TR-CONTA-ORIGEM "->" TR-CONTA-DESTINO ": "
                      WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-NUMERO TO GL-NUM-DOC.
           MOVE TR-DATA-EFETIVA TO GL-DATA-PGTO.
           MOVE ZERO TO GL-CNPJ-FORN.
           MOVE SPACES TO GL-FILIAL.
           MOVE SPACES TO GL-CENTRO-CUSTO.
           MOVE TR-VALOR TO GL-VALOR.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-CONTA-BCO-DESTINO TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           MOVE 'C' TO GL-TIPO.
           MOVE WS-CONTA-BCO-ORIGEM TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           ADD 2 TO WS-QTD-EXTRAIDOS.

       468-EXTRAIR-BONIFICACOES.
           MOVE 'BONR' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-BONUS-RECEBER.
           MOVE 'BONI' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-BONUS-RECEITA.

           OPEN INPUT BONIFMOV-FILE.
           IF NOT STATUS-OK-BM
               CLOSE BONIFMOV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIM-BONIFMOV.
           PERFORM 478-LER-PROXIMA-BONIFICACAO
               UNTIL WS-FIM-BONIFMOV = 'Y'.
           CLOSE BONIFMOV-FILE.

       478-LER-PROXIMA-BONIFICACAO.
           READ BONIFMOV-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-BONIFMOV
               NOT AT END
                   IF BM-TIPO = 'P' AND
                           BM-DATA-MOV >= WS-DATA-INICIO AND
                           BM-DATA-MOV <= WS-DATA-FIM
                       PERFORM 489-GRAVAR-BONIFICACAO-GL
                   END-IF
           END-READ.

       489-GRAVAR-BONIFICACAO-GL.
           IF WS-CONTA-BONUS-RECEBER = SPACES OR
                   WS-CONTA-BONUS-RECEITA = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO bonificacao CNPJ " BM-CNPJ " acordo "
                       BM-DATA-INICIO ": sem mapeamento *FIN/BONR ou "
                       "*FIN/BONI"
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO bonificacao CNPJ " BM-CNPJ " acordo "
                      BM-DATA-INICIO ": sem mapeamento *FIN/BONR ou "
                      "*FIN/BONI"
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO GL-NUM-DOC.
           MOVE BM-DATA-MOV TO GL-DATA-PGTO.
           MOVE BM-CNPJ TO GL-CNPJ-FORN.
           MOVE SPACES TO GL-FILIAL.
           MOVE SPACES TO GL-CENTRO-CUSTO.
           MOVE BM-VALOR TO GL-VALOR.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-CONTA-BONUS-RECEBER TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           MOVE 'C' TO GL-TIPO.
           MOVE WS-CONTA-BONUS-RECEITA TO GL-CONTA-CONTABIL.
           WRITE GL-REG.
           ADD 2 TO WS-QTD-EXTRAIDOS.

       469-EXTRAIR-RECLASSIFICACOES.
           OPEN INPUT RECLASS-FILE.
           IF NOT STATUS-OK-RC
               CLOSE RECLASS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RC-CHAVE.
           MOVE 'N' TO WS-FIM-RECLASS.
           START RECLASS-FILE KEY IS GREATER THAN RC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-RECLASS
           END-START.
           PERFORM 479-LER-PROXIMA-RECLASSIFICACAO
               UNTIL WS-FIM-RECLASS = 'Y'.
           CLOSE RECLASS-FILE.

       479-LER-PROXIMA-RECLASSIFICACAO.
           READ RECLASS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-RECLASS
               NOT AT END
                   IF RC-DATA-RECLASS >= WS-DATA-INICIO AND
                           RC-DATA-RECLASS <= WS-DATA-FIM
                       PERFORM 490-GRAVAR-RECLASSIFICACAO-GL
                   END-IF
           END-READ.

       490-GRAVAR-RECLASSIFICACAO-GL.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE 'N' TO WS-PAGTO-ANTECIPADO.
           MOVE RC-NUM-DOC TO CP-NUM-DOC.
           MOVE RC-CNPJ-FORN TO CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   MOVE SPACES TO CP-NATUREZA
                   MOVE SPACES TO CP-FILIAL
           END-READ.
           MOVE RC-CENTRO-NOVO TO WS-DEBITO-CENTRO.
           MOVE RC-NATUREZA-NOVA TO WS-DEBITO-NATUREZA.
           PERFORM 420-RESOLVER-CONTA-DEBITO.
           MOVE WS-CONTA-DEBITO TO WS-CONTA-RECLASS-NOVA.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE RC-CENTRO-ANTIGO TO WS-DEBITO-CENTRO
               MOVE RC-NATUREZA-ANTIGA TO WS-DEBITO-NATUREZA
               PERFORM 420-RESOLVER-CONTA-DEBITO
               MOVE WS-CONTA-DEBITO TO WS-CONTA-RECLASS-ANTIGA
           END-IF.
           MOVE SPACES TO WS-DEBITO-NATUREZA.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO reclassificacao doc " RC-NUM-DOC
                       " seq " RC-SEQ ": " WS-MOTIVO-REJEICAO
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO reclassificacao doc " RC-NUM-DOC
                      " seq " RC-SEQ ": " WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.
           MOVE RC-NUM-DOC TO GL-NUM-DOC.
           MOVE RC-DATA-RECLASS TO GL-DATA-PGTO.
           MOVE RC-CNPJ-FORN TO GL-CNPJ-FORN.
           MOVE CP-FILIAL TO GL-FILIAL.
           MOVE RC-VALOR TO GL-VALOR.
           MOVE 'D' TO GL-TIPO.
           MOVE WS-CONTA-RECLASS-NOVA TO GL-CONTA-CONTABIL.
           MOVE RC-CENTRO-NOVO TO GL-CENTRO-CUSTO.
           WRITE GL-REG.
           MOVE 'C' TO GL-TIPO.
           MOVE WS-CONTA-RECLASS-ANTIGA TO GL-CONTA-CONTABIL.
           MOVE RC-CENTRO-ANTIGO TO GL-CENTRO-CUSTO.
           WRITE GL-REG.
           ADD 2 TO WS-QTD-EXTRAIDOS.

      *> APROPRIACAO DAS DESPESAS ANTECIPADAS: TITULO CANCELADO OU
      *> RENEGOCIADO NAO APROPRIA MAIS NADA
       467-EXTRAIR-APROPRIACOES.
           MOVE 'DANT' TO WS-NAT-FIN.
           PERFORM 436-RESOLVER-CONTA-FIN.
           MOVE WS-CONTA-FIN TO WS-CONTA-DANT.
           MOVE 'N' TO WS-PAGTO-ANTECIPADO.
           MOVE 'N' TO WS-FIM-DESPANT.
           MOVE LOW-VALUES TO DA-CHAVE.
           START DESPANT-FILE KEY IS GREATER THAN DA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-DESPANT
           END-START.
           PERFORM 477-LER-PROXIMA-APROPRIACAO
               UNTIL WS-FIM-DESPANT = 'Y'.

       477-LER-PROXIMA-APROPRIACAO.
           READ DESPANT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-DESPANT
               NOT AT END
                   MOVE DA-NUM-DOC TO CP-NUM-DOC
                   MOVE DA-CNPJ-FORN TO CP-CNPJ-FORN
                   READ CONTAPAGAR-FILE
                       INVALID KEY
                           MOVE 'C' TO CP-SITUACAO
                   END-READ
                   IF CP-SITUACAO NOT = 'C' AND CP-SITUACAO NOT = 'R'
                       PERFORM 487-GRAVAR-APROPRIACAO-GL
                           VARYING WS-DANT-MES FROM 1 BY 1
                           UNTIL WS-DANT-MES > DA-QTD-MESES
                   END-IF
           END-READ.

       487-GRAVAR-APROPRIACAO-GL.
           MOVE DA-COMPET-INICIO(1:4) TO WS-DANT-ANO.
           MOVE DA-COMPET-INICIO(5:2) TO WS-DANT-MM.
           COMPUTE WS-DANT-MM = WS-DANT-MM + WS-DANT-MES - 1.
           PERFORM 488-NORMALIZAR-MES-DANT UNTIL WS-DANT-MM <= 12.
           IF WS-DANT-MM = 12
               COMPUTE WS-DANT-PROX-MES = (WS-DANT-ANO + 1) * 10000
                   + 0101
           ELSE
               COMPUTE WS-DANT-PROX-MES = WS-DANT-ANO * 10000
                   + (WS-DANT-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DANT-DATA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DANT-PROX-MES) - 1).
           IF WS-DANT-DATA < WS-DATA-INICIO OR
                   WS-DANT-DATA > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DANT-PARCELA = DA-VALOR / DA-QTD-MESES.
           IF WS-DANT-MES = DA-QTD-MESES
               COMPUTE WS-DANT-PARCELA = DA-VALOR
                   - (WS-DANT-PARCELA * (DA-QTD-MESES - 1))
           END-IF.
           MOVE WS-DANT-PARCELA TO WS-VALOR-DESPESA.

           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE ZERO TO WS-GLRAT-QTD.
           IF WS-RATEIO-ABERTO = 'S'
               PERFORM 410-CARREGAR-RATEIO-DOC
           END-IF.
           IF WS-GLRAT-QTD = ZERO
               MOVE CP-CENTRO-CUSTO TO WS-DEBITO-CENTRO
               PERFORM 420-RESOLVER-CONTA-DEBITO
           ELSE
               PERFORM 425-RESOLVER-DEBITOS-RATEIO
                   VARYING WS-GLRAT-IDX FROM 1 BY 1
                   UNTIL WS-GLRAT-IDX > WS-GLRAT-QTD
                       OR WS-MOTIVO-REJEICAO NOT = SPACES
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES AND WS-CONTA-DANT = SPACES
               MOVE "sem mapeamento *FIN/DANT para despesa antecipada"
                   TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO apropriacao doc " DA-NUM-DOC " comp "
                       WS-DANT-DATA(1:6) ": " WS-MOTIVO-REJEICAO
               MOVE SPACES TO SPOOL-REG
               STRING "REJEITADO apropriacao doc " DA-NUM-DOC " comp "
                      WS-DANT-DATA(1:6) ": " WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO SPOOL-REG
               WRITE SPOOL-REG
               EXIT PARAGRAPH
           END-IF.

           MOVE DA-NUM-DOC TO GL-NUM-DOC.
           MOVE WS-DANT-DATA TO GL-DATA-PGTO.
           MOVE DA-CNPJ-FORN TO GL-CNPJ-FORN.
           MOVE CP-FILIAL TO GL-FILIAL.
           IF WS-GLRAT-QTD = ZERO
               MOVE 'D' TO GL-TIPO
               MOVE WS-CONTA-DEBITO TO GL-CONTA-CONTABIL
               MOVE WS-VALOR-DESPESA TO GL-VALOR
               MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO
               WRITE GL-REG
               ADD 1 TO WS-QTD-EXTRAIDOS
           ELSE
               MOVE ZERO TO WS-GLRAT-VALOR-ACUM
               PERFORM 440-GRAVAR-DEBITO-RATEIO
                   VARYING WS-GLRAT-IDX FROM 1 BY 1
                   UNTIL WS-GLRAT-IDX > WS-GLRAT-QTD
           END-IF.
           MOVE 'C' TO GL-TIPO.
           MOVE WS-CONTA-DANT TO GL-CONTA-CONTABIL.
           MOVE WS-DANT-PARCELA TO GL-VALOR.
           MOVE CP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
           WRITE GL-REG.
           ADD 1 TO WS-QTD-EXTRAIDOS.

       488-NORMALIZAR-MES-DANT.
           SUBTRACT 12 FROM WS-DANT-MM.
           ADD 1 TO WS-DANT-ANO.

       420-RESOLVER-CONTA-DEBITO.
           MOVE SPACES TO WS-CONTA-DEBITO.
           IF NOT STATUS-OK-DP
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF.
           IF CP-NATUREZA = 'CAUC' OR CP-NATUREZA = 'EMPR'
               MOVE CP-NATUREZA TO WS-NAT-FIN
               PERFORM 436-RESOLVER-CONTA-FIN
               IF WS-CONTA-FIN = SPACES
                   STRING "sem mapeamento *FIN/" CP-NATUREZA
                          " para o passivo"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE WS-CONTA-FIN TO WS-CONTA-DEBITO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAGTO-ANTECIPADO = 'S'
               MOVE 'DANT' TO WS-NAT-FIN
               PERFORM 436-RESOLVER-CONTA-FIN
               IF WS-CONTA-FIN = SPACES
                   MOVE "sem mapeamento *FIN/DANT para despesa antecipada"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE WS-CONTA-FIN TO WS-CONTA-DEBITO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEBITO-CENTRO TO DP-CENTRO-CUSTO.
           IF WS-DEBITO-NATUREZA NOT = SPACES
               MOVE WS-DEBITO-NATUREZA TO DP-NATUREZA
           ELSE
               MOVE CP-NATUREZA TO DP-NATUREZA
           END-IF.
           READ DEPARA-FILE
               INVALID KEY
                   MOVE SPACES TO DP-NATUREZA
           END-IF.
           CLOSE GLEXTRAT-FILE.

           MOVE 'GLPROV' TO WS-FCH-TAREFA.
           COMPUTE WS-FCH-DATA-INICIO = WS-COMPET-CORTE * 100 + 1.
           MOVE WS-DATA-ULT-DIA-MES TO WS-FCH-DATA-FIM.
           MOVE WS-QTD-EXTRAIDOS TO WS-FCH-QTD.
           MOVE WS-QTD-REJEITADOS TO WS-FCH-PENDENTES.
           CALL 'REGFECH' USING WS-FECH-PARM.

           DISPLAY "Lancamentos de provisao gravados : "
                   WS-QTD-EXTRAIDOS.
           DISPLAY "Contas sem mapeamento (rejeitadas): "
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CP-DATA-EMISSAO <= WS-DATA-CORTE AND
                           CP-NATUREZA NOT = 'CAUC' AND
                           CP-NATUREZA NOT = 'EMPR'
                       IF CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E'
                           PERFORM 620-PROVISIONAR-CONTA
           END-READ.

       620-PROVISIONAR-CONTA.
           MOVE 'N' TO WS-PAGTO-ANTECIPADO.
           IF CP-SITUACAO = 'P'
               MOVE CP-VALOR TO WS-VALOR-PROVISAO
           ELSE
           MOVE CP-NUM-DOC       TO GL-NUM-DOC.
           MOVE WS-DATA-ULT-DIA-MES TO GL-DATA-PGTO.
           MOVE CP-CNPJ-FORN     TO GL-CNPJ-FORN.
           MOVE CP-FILIAL        TO GL-FILIAL.
           MOVE WS-VALOR-PROVISAO TO WS-VALOR-DESPESA.
           IF WS-GLRAT-QTD = ZERO
               MOVE 'D'              TO GL-TIPO
