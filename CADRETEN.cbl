               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCAO.

           SELECT CSRFPEND-FILE *> CSRF dispensada aguardando acumulo no mes
               ASSIGN TO 'CSRFPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               FILE STATUS IS WS-STATUS-CSRFPEND.

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

           SELECT REMTRIB-FILE *> Tributos da remessa ao exterior por pais/servico
               ASSIGN TO 'REMTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-STATUS-REMTRIB.

           SELECT SPOOL-FILE *> Copia impressa/arquivavel do relatorio
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 RT-VALOR-BASE    PIC 9(10)V99.
           05 RT-VALOR-RETIDO  PIC S9(10)V99.

       FD  CSRFPEND-FILE.
       01  CSRFPEND-REG.
           05 CF-CHAVE.
              10 CF-CNPJ          PIC 9(14).
              10 CF-COMPETENCIA   PIC 9(06).
              10 CF-NUM-DOC       PIC 9(10).
              10 CF-DATA-PGTO     PIC 9(08).
           05 CF-VALOR-BASE       PIC 9(10)V99.
           05 CF-VALOR-CSRF       PIC 9(10)V99.
           05 CF-SITUACAO         PIC X(01).
           05 CF-DOC-ABSORCAO     PIC 9(10).
           05 CF-DATA-ABSORCAO    PIC 9(08).

       FD  FILIALMUN-FILE.
       01  FILIALMUN-REG.
           05 FM-FILIAL           PIC X(04).
           05 FM-NOME             PIC X(30).
           05 FM-MUNICIPIO        PIC X(30).
           05 FM-COD-IBGE         PIC 9(07).
           05 FM-UF               PIC X(02).

      *> LOCAL 'P' = ISS DEVIDO NO LOCAL DA PRESTACAO; 'E' = NO
      *> ESTABELECIMENTO DO PRESTADOR (REGRA GERAL)
       FD  ITEMSERV-FILE.
       01  ITEMSERV-REG.
           05 LS-ITEM             PIC X(05).
           05 LS-DESCRICAO        PIC X(40).
           05 LS-LOCAL            PIC X(01).

      *> ALIQUOTAS DA REMESSA AO EXTERIOR (REMESINT) POR PAIS E TIPO DE
      *> SERVICO; PAIS '**' VALE PARA QUALQUER PAIS SEM LINHA PROPRIA
      *> (EX.: ** ROYA IRRF 15 CIDE 10; PARAISO FISCAL COM IRRF 25)
       FD  REMTRIB-FILE.
       01  REMTRIB-REG.
           05 RX-CHAVE.
              10 RX-PAIS          PIC X(02).
              10 RX-SERVICO       PIC X(04).
           05 RX-DESCRICAO        PIC X(30).
           05 RX-ALIQ-IRRF        PIC 9(02)V9999.
           05 RX-ALIQ-CIDE        PIC 9(02)V9999.
           05 RX-ALIQ-IOF         PIC 9(02)V9999.

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       01 WS-STATUS-RETENCAO      PIC X(2).
           88 STATUS-OK-RT           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RT VALUE '35'.
       01 WS-STATUS-CSRFPEND      PIC X(2).
           88 STATUS-OK-CF           VALUE '00'.
       01 WS-STATUS-FILIALMUN     PIC X(2).
           88 STATUS-OK-FM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FM VALUE '35'.
       01 WS-STATUS-ITEMSERV      PIC X(2).
           88 STATUS-OK-LS           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-LS VALUE '35'.
       01 WS-STATUS-REMTRIB       PIC X(2).
           88 STATUS-OK-RX           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RX VALUE '35'.
       01 WS-STATUS-SPOOL         PIC X(2).
           88 STATUS-OK-SPOOL        VALUE '00'.

       01 WS-FIM-LEITURA          PIC X(01) VALUE 'N'.
       01 WS-CNPJ-CONSULTA        PIC 9(14).
       01 WS-TIPO-DIGITADO        PIC X(04).
           88 TIPO-RETENCAO-VALIDO   VALUES 'IRRF', 'INSS', 'ISS ', 'CSRF'.

      *> TOTAIS DO RELATORIO MENSAL DE RETENCOES, UM ACUMULADOR POR
      *> TIPO DE TRIBUTO, NA MESMA ORDEM FIXA USADA PELO PGTOCONT
       01 WS-TOTAL-IRRF           PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-INSS           PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-ISS            PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CSRF           PIC 9(12)V99 VALUE ZERO.
      *> TRIBUTOS DA REMESSA AO EXTERIOR (IRRF, CIDE E IOF DO CAMBIO)
       01 WS-TOTAL-IREX           PIC S9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CIDE           PIC S9(12)V99 VALUE ZERO.
       01 WS-TOTAL-IOF            PIC S9(12)V99 VALUE ZERO.
      *> TOTAIS DO ACOMPANHAMENTO DA CSRF DISPENSADA NO MES
       01 WS-CSRF-PENDENTE        PIC 9(12)V99 VALUE ZERO.
       01 WS-CSRF-ABSORVIDA       PIC 9(12)V99 VALUE ZERO.
       01 WS-CSRF-SITUACAO        PIC X(10).
       01 WS-TOTAL-GERAL          PIC 9(12)V99 VALUE ZERO.
       01 WS-QTD-RETENCOES        PIC 9(06) VALUE ZERO.

      *> MANUTENCAO DOS MUNICIPIOS DAS FILIAIS E DOS ITENS DE SERVICO
       01 WS-IBGE-TXT             PIC X(07).
       01 WS-ITEM-TXT             PIC X(05).
           88 ITEM-FIM-LISTA         VALUE SPACES.
       01 WS-LOCAL-DIGITADO       PIC X(01).
           88 LOCAL-ISS-VALIDO       VALUES 'P', 'E'.
      *> MANUTENCAO DA TABELA DE TRIBUTOS DA REMESSA AO EXTERIOR
       01 WS-PAIS-DIGITADO        PIC X(02).
           88 PAIS-FIM-LISTA         VALUE SPACES.
       01 WS-SERVICO-DIGITADO     PIC X(04).

       PROCEDURE DIVISION.
       100-INICIAR.
           PERFORM 200-MENU-RETENCAO UNTIL WS-OPCAO = 'S'.
           GOBACK.

       200-MENU-RETENCAO.
           DISPLAY "--- Retencoes de Impostos (IRRF/INSS/ISS/CSRF) ---".
           DISPLAY "I - Incluir/Alterar aliquota de um fornecedor".
           DISPLAY "L - Listar aliquotas de um fornecedor".
           DISPLAY "E - Excluir aliquota".
           DISPLAY "R - Relatorio mensal de retencoes".
           DISPLAY "G - Gerar guias DARF/GPS da competencia".
           DISPLAY "F - Extrato mensal EFD-Reinf".
           DISPLAY "C - CSRF dispensada/acumulada no mes".
           DISPLAY "X - Excecoes de regime tributario x aliquotas".
           DISPLAY "M - Municipio das filiais (local do ISS)".
           DISPLAY "V - Itens da lista de servicos LC 116".
           DISPLAY "T - Tributos da remessa ao exterior (pais/servico)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

                   CALL 'DARFGPS'
               WHEN 'F'
                   CALL 'REINF'
               WHEN 'C'
                   PERFORM 700-CSRF-ACUMULADA
               WHEN 'X'
                   CALL 'RELREGTR'
               WHEN 'M'
                   PERFORM 800-MANTER-MUNICIPIO-FILIAL
               WHEN 'V'
                   PERFORM 850-MANTER-ITEM-SERVICO
               WHEN 'T'
                   PERFORM 900-MANTER-TRIBUTO-REMESSA
               WHEN 'S'
                   CONTINUE
               WHEN OTHER

           CLOSE TAXARET-FILE.

      *> EXIGE UM DOS QUATRO TRIBUTOS QUE O SISTEMA SABE RETER, REPETINDO
      *> A PERGUNTA ATE QUE UM VALOR VALIDO SEJA DIGITADO, COMO O
      *> PGTOCONT JA FAZ COM O METODO DE PAGAMENTO
       350-DIGITAR-TIPO-RETENCAO.
           DISPLAY "Tipo de tributo (IRRF/INSS/ISS/CSRF): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DIGITADO) TO WS-TIPO-DIGITADO.
           IF NOT TIPO-RETENCAO-VALIDO
               DISPLAY "Tipo invalido. Escolha IRRF, INSS, ISS ou CSRF."
           END-IF.

       400-LISTAR-ALIQUOTAS.
           ACCEPT WS-ANO-MES-RELATORIO.

           MOVE ZERO TO WS-TOTAL-IRRF WS-TOTAL-INSS WS-TOTAL-ISS
                        WS-TOTAL-CSRF WS-TOTAL-IREX WS-TOTAL-CIDE
                        WS-TOTAL-IOF
                        WS-TOTAL-GERAL WS-QTD-RETENCOES.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 650-LER-PROXIMA-RETENCAO UNTIL WS-FIM-LEITURA = 'Y'.
           DISPLAY "IRRF : " WS-TOTAL-IRRF.
           DISPLAY "INSS : " WS-TOTAL-INSS.
           DISPLAY "ISS  : " WS-TOTAL-ISS.
           DISPLAY "CSRF : " WS-TOTAL-CSRF.
           DISPLAY "IREX : " WS-TOTAL-IREX " (IRRF remessa ao exterior)".
           DISPLAY "CIDE : " WS-TOTAL-CIDE.
           DISPLAY "IOF  : " WS-TOTAL-IOF " (recolhido pelo banco no cambio)".
           DISPLAY "TOTAL: " WS-TOTAL-GERAL
                   " em " WS-QTD-RETENCOES " retencao(oes)".
           MOVE SPACES TO SPOOL-REG.
           STRING "ISS  : " WS-TOTAL-ISS DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "CSRF : " WS-TOTAL-CSRF DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "IREX : " WS-TOTAL-IREX " (IRRF remessa ao exterior)"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "CIDE : " WS-TOTAL-CIDE DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "IOF  : " WS-TOTAL-IOF " (recolhido pelo banco no cambio)"
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "TOTAL: " WS-TOTAL-GERAL " em " WS-QTD-RETENCOES
                  " retencao(oes)" DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-IRRF
                           WHEN 'INSS'
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-INSS
                           WHEN 'CSRF'
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-CSRF
                           WHEN 'IREX'
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-IREX
                           WHEN 'CIDE'
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-CIDE
                           WHEN 'IOF '
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-IOF
                           WHEN OTHER
                               ADD RT-VALOR-RETIDO TO WS-TOTAL-ISS
                       END-EVALUATE
                   END-IF
           END-READ.

      *> ACOMPANHAMENTO DA CSRF DISPENSADA (ATE R$ 10,00) NA
      *> COMPETENCIA: CADA DISPENSA, SE AINDA ESTA PENDENTE DE ACUMULO
      *> OU SE JA FOI ABSORVIDA PELA RETENCAO DE UM PAGAMENTO SEGUINTE
      *> (E POR QUAL DOCUMENTO); O PENDENTE NO FIM DO MES NAO FOI RETIDO
       700-CSRF-ACUMULADA.
           DISPLAY "--- CSRF Dispensada/Acumulada no Mes ---".
           OPEN INPUT CSRFPEND-FILE.
           IF NOT STATUS-OK-CF
               DISPLAY "AVISO: Nenhuma CSRF dispensada registrada ainda."
               CLOSE CSRFPEND-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o Mes de Referencia (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-ANO-MES-RELATORIO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'RELCSRF_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.
           MOVE SPACES TO SPOOL-REG.
           STRING "CSRF DISPENSADA/ACUMULADA DO MES " WS-ANO-MES-RELATORIO
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.

           MOVE ZERO TO WS-CSRF-PENDENTE WS-CSRF-ABSORVIDA.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO CF-CHAVE.
           START CSRFPEND-FILE KEY IS GREATER THAN CF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 750-LISTAR-PROXIMA-CSRF UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CSRFPEND-FILE.

           DISPLAY "Pendente (nao retida) : " WS-CSRF-PENDENTE.
           DISPLAY "Absorvida em retencao : " WS-CSRF-ABSORVIDA.
           MOVE SPACES TO SPOOL-REG.
           STRING "Pendente (nao retida) : " WS-CSRF-PENDENTE
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           MOVE SPACES TO SPOOL-REG.
           STRING "Absorvida em retencao : " WS-CSRF-ABSORVIDA
               DELIMITED BY SIZE INTO SPOOL-REG.
           WRITE SPOOL-REG.
           CLOSE SPOOL-FILE.
           IF STATUS-OK-SPOOL
               DISPLAY "Copia do relatorio gravada em " WS-NOME-SPOOL
           END-IF.
           DISPLAY "Pressione <ENTER> para continuar..." WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       750-LISTAR-PROXIMA-CSRF.
           READ CSRFPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CF-COMPETENCIA = WS-ANO-MES-RELATORIO
                       IF CF-SITUACAO = 'P'
                           MOVE "PENDENTE" TO WS-CSRF-SITUACAO
                           ADD CF-VALOR-CSRF TO WS-CSRF-PENDENTE
                       ELSE
                           MOVE "ABSORVIDA" TO WS-CSRF-SITUACAO
                           ADD CF-VALOR-CSRF TO WS-CSRF-ABSORVIDA
                       END-IF
                       DISPLAY "CNPJ " CF-CNPJ " doc " CF-NUM-DOC
                               " pgto " CF-DATA-PGTO
                               " base " CF-VALOR-BASE
                               " CSRF " CF-VALOR-CSRF " "
                               WS-CSRF-SITUACAO " " CF-DOC-ABSORCAO
                       MOVE SPACES TO SPOOL-REG
                       STRING "CNPJ " CF-CNPJ " doc " CF-NUM-DOC
                              " pgto " CF-DATA-PGTO
                              " base " CF-VALOR-BASE
                              " CSRF " CF-VALOR-CSRF " "
                              WS-CSRF-SITUACAO " " CF-DOC-ABSORCAO
                           DELIMITED BY SIZE INTO SPOOL-REG
                       WRITE SPOOL-REG
                   END-IF
           END-READ.

      *> MUNICIPIO ONDE FICA CADA FILIAL TOMADORA DO SERVICO. E O LOCAL
      *> DA PRESTACAO PARA OS ITENS 'P' E O MUNICIPIO QUE O ISSMUNI
      *> COMPARA COM O DO PRESTADOR NA REGRA GERAL
       800-MANTER-MUNICIPIO-FILIAL.
           DISPLAY "--- Municipio das Filiais ---".
           OPEN I-O FILIALMUN-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FM
               OPEN OUTPUT FILIALMUN-FILE
               CLOSE FILIALMUN-FILE
               OPEN I-O FILIALMUN-FILE
           END-IF.
           IF NOT STATUS-OK-FM
               DISPLAY "ERRO ao abrir municipios das filiais. Status: "
                       WS-STATUS-FILIALMUN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO FM-FILIAL.
           START FILIALMUN-FILE KEY IS GREATER THAN FM-FILIAL
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 810-LISTAR-PROXIMA-FILIAL UNTIL WS-FIM-LEITURA = 'Y'.

           DISPLAY "Codigo da filial (ENTER = voltar): " WITH NO ADVANCING.
           MOVE SPACES TO FM-FILIAL.
           ACCEPT FM-FILIAL.
           MOVE FUNCTION UPPER-CASE(FM-FILIAL) TO FM-FILIAL.
           IF FM-FILIAL = SPACES
               CLOSE FILIALMUN-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nome da filial: " WITH NO ADVANCING.
           ACCEPT FM-NOME.
           DISPLAY "Municipio: " WITH NO ADVANCING.
           ACCEPT FM-MUNICIPIO.
           MOVE FUNCTION UPPER-CASE(FM-MUNICIPIO) TO FM-MUNICIPIO.
           DISPLAY "Codigo IBGE do municipio (7 digitos): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-IBGE-TXT.
           ACCEPT WS-IBGE-TXT.
           IF WS-IBGE-TXT IS NOT NUMERIC
               DISPLAY "ERRO: codigo IBGE deve ter 7 digitos."
               CLOSE FILIALMUN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IBGE-TXT TO FM-COD-IBGE.
           DISPLAY "UF: " WITH NO ADVANCING.
           ACCEPT FM-UF.
           MOVE FUNCTION UPPER-CASE(FM-UF) TO FM-UF.

           WRITE FILIALMUN-REG
               INVALID KEY
                   REWRITE FILIALMUN-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar filial. Status: "
                                   WS-STATUS-FILIALMUN
                       NOT INVALID KEY
                           DISPLAY "Municipio da filial alterado com "
                                   "sucesso!"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Municipio da filial cadastrado com sucesso!"
           END-WRITE.
           CLOSE FILIALMUN-FILE.

       810-LISTAR-PROXIMA-FILIAL.
           READ FILIALMUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY FM-FILIAL " " FM-NOME " " FM-MUNICIPIO " ("
                           FM-COD-IBGE ") " FM-UF
           END-READ.

      *> ITENS DA LISTA ANEXA A LC 116 (FORMATO NN.NN) COM O LOCAL DE
      *> INCIDENCIA DO ISS. ITEM NAO CADASTRADO SEGUE A REGRA GERAL
       850-MANTER-ITEM-SERVICO.
           DISPLAY "--- Itens da Lista de Servicos LC 116 ---".
           OPEN I-O ITEMSERV-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LS
               OPEN OUTPUT ITEMSERV-FILE
               CLOSE ITEMSERV-FILE
               OPEN I-O ITEMSERV-FILE
           END-IF.
           IF NOT STATUS-OK-LS
               DISPLAY "ERRO ao abrir itens de servico. Status: "
                       WS-STATUS-ITEMSERV
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO LS-ITEM.
           START ITEMSERV-FILE KEY IS GREATER THAN LS-ITEM
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 860-LISTAR-PROXIMO-ITEM UNTIL WS-FIM-LEITURA = 'Y'.

           DISPLAY "Item (NN.NN, ENTER = voltar): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-TXT.
           ACCEPT WS-ITEM-TXT.
           IF ITEM-FIM-LISTA
               CLOSE ITEMSERV-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-TXT(1:2) IS NOT NUMERIC OR WS-ITEM-TXT(3:1) NOT = '.'
                   OR WS-ITEM-TXT(4:2) IS NOT NUMERIC
               DISPLAY "ERRO: item deve estar no formato NN.NN."
               CLOSE ITEMSERV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-TXT TO LS-ITEM.
           READ ITEMSERV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Atual: " LS-DESCRICAO " local " LS-LOCAL
           END-READ.
           MOVE WS-ITEM-TXT TO LS-ITEM.
           DISPLAY "Descricao: " WITH NO ADVANCING.
           ACCEPT LS-DESCRICAO.
           DISPLAY "ISS devido onde (P=local da prestacao "
                   "E=estabelecimento do prestador)? " WITH NO ADVANCING.
           ACCEPT WS-LOCAL-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-LOCAL-DIGITADO) TO WS-LOCAL-DIGITADO.
           IF NOT LOCAL-ISS-VALIDO
               DISPLAY "ERRO: informe P ou E."
               CLOSE ITEMSERV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOCAL-DIGITADO TO LS-LOCAL.

           WRITE ITEMSERV-REG
               INVALID KEY
                   REWRITE ITEMSERV-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar item. Status: "
                                   WS-STATUS-ITEMSERV
                       NOT INVALID KEY
                           DISPLAY "Item de servico alterado com sucesso!"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Item de servico cadastrado com sucesso!"
           END-WRITE.
           CLOSE ITEMSERV-FILE.

       860-LISTAR-PROXIMO-ITEM.
           READ ITEMSERV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY LS-ITEM " " LS-LOCAL " " LS-DESCRICAO
           END-READ.

      *> TABELA DE TRIBUTOS DA REMESSA AO EXTERIOR POR PAIS (ISO, 2
      *> LETRAS) E TIPO DE SERVICO DO CONTRATO (ROYA, SERV, ASTE...):
      *> ALIQUOTAS DE IRRF (15% OU 25%), CIDE E IOF DO CAMBIO USADAS
      *> PELO REMESINT. PAIS '**' E A LINHA GERAL DO SERVICO
       900-MANTER-TRIBUTO-REMESSA.
           DISPLAY "--- Tributos da Remessa ao Exterior ---".
           OPEN I-O REMTRIB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RX
               OPEN OUTPUT REMTRIB-FILE
               CLOSE REMTRIB-FILE
               OPEN I-O REMTRIB-FILE
           END-IF.
           IF NOT STATUS-OK-RX
               DISPLAY "ERRO ao abrir tributos da remessa. Status: "
                       WS-STATUS-REMTRIB
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO RX-CHAVE.
           START REMTRIB-FILE KEY IS GREATER THAN RX-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 910-LISTAR-PROXIMO-TRIBUTO UNTIL WS-FIM-LEITURA = 'Y'.

           DISPLAY "Pais (ISO 2 letras, ** = qualquer, ENTER = voltar): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-PAIS-DIGITADO.
           ACCEPT WS-PAIS-DIGITADO.
           IF PAIS-FIM-LISTA
               CLOSE REMTRIB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PAIS-DIGITADO) TO WS-PAIS-DIGITADO.
           DISPLAY "Tipo de servico (4 letras, ex.: ROYA, SERV, ASTE): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SERVICO-DIGITADO.
           ACCEPT WS-SERVICO-DIGITADO.
           MOVE FUNCTION UPPER-CASE(WS-SERVICO-DIGITADO)
               TO WS-SERVICO-DIGITADO.
           IF WS-SERVICO-DIGITADO = SPACES
               DISPLAY "ERRO: informe o tipo de servico."
               CLOSE REMTRIB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAIS-DIGITADO TO RX-PAIS.
           MOVE WS-SERVICO-DIGITADO TO RX-SERVICO.
           READ REMTRIB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Atual: " RX-DESCRICAO " IRRF " RX-ALIQ-IRRF
                           " CIDE " RX-ALIQ-CIDE " IOF " RX-ALIQ-IOF
           END-READ.
           MOVE WS-PAIS-DIGITADO TO RX-PAIS.
           MOVE WS-SERVICO-DIGITADO TO RX-SERVICO.
           DISPLAY "Descricao: " WITH NO ADVANCING.
           ACCEPT RX-DESCRICAO.
           DISPLAY "Aliquota IRRF em percentual (ex.: 15.0000): "
                   WITH NO ADVANCING.
           ACCEPT RX-ALIQ-IRRF.
           IF RX-ALIQ-IRRF NOT < 100
               DISPLAY "ERRO: aliquota de IRRF deve ser menor que 100%."
               CLOSE REMTRIB-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Aliquota CIDE em percentual (ex.: 10.0000): "
                   WITH NO ADVANCING.
           ACCEPT RX-ALIQ-CIDE.
           DISPLAY "Aliquota IOF do cambio em percentual (ex.: 00.3800): "
                   WITH NO ADVANCING.
           ACCEPT RX-ALIQ-IOF.

           WRITE REMTRIB-REG
               INVALID KEY
                   REWRITE REMTRIB-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar tributos. Status: "
                                   WS-STATUS-REMTRIB
                       NOT INVALID KEY
                           DISPLAY "Tributos da remessa alterados com sucesso!"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Tributos da remessa cadastrados com sucesso!"
           END-WRITE.
           CLOSE REMTRIB-FILE.

       910-LISTAR-PROXIMO-TRIBUTO.
           READ REMTRIB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   DISPLAY RX-PAIS " " RX-SERVICO " " RX-DESCRICAO
                           " IRRF " RX-ALIQ-IRRF " CIDE " RX-ALIQ-CIDE
                           " IOF " RX-ALIQ-IOF
           END-READ.
