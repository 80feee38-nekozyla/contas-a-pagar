               FILE STATUS IS WS-STATUS-FECHCOMP.


           SELECT CAUCDOC-FILE *> Percentual de caucao informado no titulo
               ASSIGN TO 'CAUCDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-CAUCDOC.

           SELECT APROVADOR-FILE *> Cadastro de aprovadores de alcada
               ASSIGN TO 'APROVADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CODIGO
               FILE STATUS IS WS-STATUS-APROVADOR.

           SELECT ERRLOG-FILE *> Log central de falhas de arquivo
               ASSIGN TO 'ERRLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-VALOR-GERADO   PIC 9(12)V99.
           05 CT-COMPETENCIA-FIM PIC 9(06).
           05 CT-NUM-CONTRATO   PIC X(15).
           05 CT-PERC-CAUCAO    PIC 9(02)V99.

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 FC-DATA-FECHAMENTO PIC 9(08).


       FD  CAUCDOC-FILE.
       01  CAUCDOC-REG.
           05 CD-CHAVE.
              10 CD-NUM-DOC       PIC 9(10).
              10 CD-CNPJ-FORN     PIC 9(14).
           05 CD-CONTRATO         PIC X(15).
           05 CD-PERCENTUAL       PIC 9(02)V99.

       FD  APROVADOR-FILE.
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       FD  ERRLOG-FILE.
       01  ERRLOG-REG.
           05 EL-DATA-HORA     PIC 9(14).
       01 WS-JA-LANCADO           PIC X(01).
       01 WS-FIM-LEITURA-DUP      PIC X(01).

      *> CAUCAO CONTRATUAL: PERCENTUAL PROPRIO DO TITULO E LIBERACAO DO
      *> SALDO RETIDO, SEMPRE COM APROVADOR IDENTIFICADO POR SENHA. O
      *> RAZAO DE CAUCOES E OS MOVIMENTOS FICAM COM A ROTINA CAUCAPLI
       01 WS-STATUS-CAUCDOC        PIC X(2).
          88 STATUS-OK-CD           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CD VALUE '35'.
       01 WS-STATUS-APROVADOR      PIC X(2).
          88 STATUS-OK-AP           VALUE '00'.
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
       01 WS-CAUC-CONTRATO         PIC X(15).
       01 WS-CAUC-PERCENTUAL       PIC 9(02)V99.
       01 WS-CAUC-VALOR            PIC 9(10)V99.
       01 WS-CAUC-FORMA            PIC X(01).
       01 WS-CAUC-NATUREZA         PIC X(04).
       01 WS-CAUC-CONFIRMA         PIC X(01).
       01 WS-CAUC-VENC             PIC 9(08).
       01 WS-APROVADOR-COD         PIC X(06).
       01 WS-APROVADOR-SENHA       PIC X(10).
       01 WS-APROVADOR-OK          PIC X(01).
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).

      *> APOIO DA CRITICA COMUM DE DATAS (ROTINA VALDATA)
       01 WS-DATA-EM-VALIDACAO     PIC 9(08).
       01 WS-TIPO-DATA             PIC X(01).
       01 WS-DATA-VALIDA           PIC X(01).

       01 WS-NOTA-PARM.
           05 WS-NP-NUM-DOC       PIC 9(10).
           05 WS-NP-CNPJ-FORN     PIC 9(14).
           05 WS-NP-TEXTO         PIC X(70).

      *> TODA GRAVACAO NOS ARQUIVOS CENTRAIS PASSA PELO JORNAL DE
      *> TRANSACOES (ROTINA JORNAL): SE O DISCO MORRER AS 15H, O
      *> ROLL-FORWARD DO RESTAURA REAPLICA O DIA SOBRE O BACKUP
           DISPLAY "R - Reajustar Contratos (aniversario)".
           DISPLAY "B - Saldo de Contratos (consumido x restante)".
           DISPLAY "V - Renovar/Encerrar Contrato Vencendo".
           DISPLAY "U - Caucao de um Titulo (percentual proprio)".
           DISPLAY "C - Liberar Caucao Retida".
           DISPLAY "S - Sair para o menu principal".
           ACCEPT WS-OPCAO.

                   PERFORM 940-LISTAR-SALDO-CONTRATOS
               WHEN 'V'
                   PERFORM 960-RENOVAR-OU-ENCERRAR
               WHEN 'U'
                   PERFORM 750-MANTER-CAUCAO-TITULO
               WHEN 'C'
                   PERFORM 800-LIBERAR-CAUCAO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
           DISPLAY "Competencia final (AAAAMM, 0 = sem fim): "
                   WITH NO ADVANCING.
           ACCEPT CT-COMPETENCIA-FIM.
      *> OBRAS E FACILITIES RETEM PARTE DE CADA PAGAMENTO COMO CAUCAO
      *> DE EXECUCAO; O RAZAO DE CAUCOES E POR NUMERO DE CONTRATO
           DISPLAY "Numero do contrato: " WITH NO ADVANCING.
           MOVE SPACES TO CT-NUM-CONTRATO.
           ACCEPT CT-NUM-CONTRATO.
           MOVE FUNCTION UPPER-CASE(CT-NUM-CONTRATO) TO CT-NUM-CONTRATO.
           DISPLAY "Percentual de caucao retido nos pagamentos "
                   "(0 = sem caucao): " WITH NO ADVANCING.
           ACCEPT CT-PERC-CAUCAO.
           IF CT-PERC-CAUCAO > ZERO AND CT-NUM-CONTRATO = SPACES
               DISPLAY "ERRO: contrato com caucao precisa do numero do "
                       "contrato."
               GOBACK
           END-IF.
           MOVE ZERO TO CT-VALOR-GERADO.
           IF CT-DIA-VENCIMENTO < 1 OR CT-DIA-VENCIMENTO > 28
               DISPLAY "ERRO: Dia de vencimento deve estar entre 01 e 28."
                   DISPLAY CT-CNPJ-FORN " " CT-DESCRICAO(1:25) " "
                           CT-VALOR " dia " CT-DIA-VENCIMENTO
                           " situacao " CT-SITUACAO
                   IF CT-PERC-CAUCAO > ZERO
                       DISPLAY "    contrato " CT-NUM-CONTRATO
                               " caucao de " CT-PERC-CAUCAO "%"
                   END-IF
           END-READ.

      *> DESATIVA UM CONTRATO, PARANDO A GERACAO AUTOMATICA MENSAL SEM
           REWRITE PROXDOC-REG.
           CLOSE PROXDOC-FILE.

      *> PERCENTUAL DE CAUCAO PROPRIO DE UM TITULO: VALE SOBRE O DO
      *> CONTRATO DO FORNECEDOR, INCLUSIVE ZERO (TITULO DISPENSADO DA
      *> CAUCAO); EXCLUIDO O REGISTRO, VOLTA A VALER O CONTRATO
       750-MANTER-CAUCAO-TITULO.
           DISPLAY "--- Caucao de um Titulo ---".
           OPEN INPUT CONTAPAGAR-FILE.
           IF NOT STATUS-OK-CP
               DISPLAY "AVISO: Nenhuma conta foi lancada no sistema ainda."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o Numero do Documento: " WITH NO ADVANCING.
           ACCEPT CP-NUM-DOC.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT CP-CNPJ-FORN.
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "ERRO: Conta nao encontrada."
                   CLOSE CONTAPAGAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTAPAGAR-FILE.
           IF CP-SITUACAO = 'P' OR CP-SITUACAO = 'C'
               DISPLAY "ERRO: titulo pago ou cancelado; a caucao nao "
                       "se aplica mais."
               EXIT PARAGRAPH
           END-IF.
           IF CP-NATUREZA = 'CAUC'
               DISPLAY "ERRO: o titulo e uma devolucao de caucao e nao "
                       "sofre retencao."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CAUC-CONTRATO.
           OPEN INPUT CONTRATO-FILE.
           IF STATUS-OK-CT
               MOVE CP-CNPJ-FORN TO CT-CNPJ-FORN
               READ CONTRATO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-NUM-CONTRATO TO WS-CAUC-CONTRATO
                       IF CT-SITUACAO = 'A' AND CT-PERC-CAUCAO > ZERO
                           DISPLAY "Regra do contrato " CT-NUM-CONTRATO
                                   ": caucao de " CT-PERC-CAUCAO "%"
                       END-IF
               END-READ
           END-IF.
           CLOSE CONTRATO-FILE.

           OPEN I-O CAUCDOC-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CD
               OPEN OUTPUT CAUCDOC-FILE
               CLOSE CAUCDOC-FILE
               OPEN I-O CAUCDOC-FILE
           END-IF.
           IF NOT STATUS-OK-CD
               DISPLAY "ERRO ao abrir caucoes por titulo: "
                       WS-STATUS-CAUCDOC
               MOVE 'CAUCDOC' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CAUCDOC TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-NUM-DOC TO CD-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CD-CNPJ-FORN.
           READ CAUCDOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Percentual proprio atual: " CD-PERCENTUAL
                           "% (contrato " CD-CONTRATO ")"
                   DISPLAY "Excluir e voltar a regra do contrato? (S/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CAUC-CONFIRMA
                   IF FUNCTION UPPER-CASE(WS-CAUC-CONFIRMA) = 'S'
                       DELETE CAUCDOC-FILE
                           INVALID KEY
                               DISPLAY "ERRO ao excluir o percentual."
                           NOT INVALID KEY
                               DISPLAY "Titulo volta a seguir o "
                                       "contrato."
                       END-DELETE
                       CLOSE CAUCDOC-FILE
                       EXIT PARAGRAPH
                   END-IF
           END-READ.

           MOVE CP-NUM-DOC TO CD-NUM-DOC.
           MOVE CP-CNPJ-FORN TO CD-CNPJ-FORN.
           DISPLAY "Numero do contrato (ENTER = " WS-CAUC-CONTRATO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO CD-CONTRATO.
           ACCEPT CD-CONTRATO.
           MOVE FUNCTION UPPER-CASE(CD-CONTRATO) TO CD-CONTRATO.
           IF CD-CONTRATO = SPACES
               MOVE WS-CAUC-CONTRATO TO CD-CONTRATO
           END-IF.
           DISPLAY "Percentual de caucao do titulo (0 = dispensado): "
                   WITH NO ADVANCING.
           ACCEPT CD-PERCENTUAL.
           IF CD-PERCENTUAL > ZERO AND CD-CONTRATO = SPACES
               DISPLAY "ERRO: caucao precisa do numero do contrato."
               CLOSE CAUCDOC-FILE
               EXIT PARAGRAPH
           END-IF.

           WRITE CAUCDOC-REG
               INVALID KEY
                   REWRITE CAUCDOC-REG
                       INVALID KEY
                           DISPLAY "ERRO ao alterar a caucao do titulo. "
                                   "Status: " WS-STATUS-CAUCDOC
                       NOT INVALID KEY
                           DISPLAY "Caucao do titulo alterada."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Caucao do titulo registrada."
           END-WRITE.
           CLOSE CAUCDOC-FILE.

      *> LIBERACAO DA CAUCAO QUANDO A OBRA OU O SERVICO E ACEITO: TOTAL
      *> OU PARCIAL, NUNCA ACIMA DO SALDO RETIDO, COM APROVADOR
      *> AUTENTICADO. A DEVOLUCAO VIRA UM TITULO A PAGAR DE NATUREZA
      *> 'CAUC' (QUE NAO SOFRE NOVA CAUCAO E QUE O GLEXTRAT DEBITA NO
      *> PASSIVO DE CAUCOES, NAO EM DESPESA)
       800-LIBERAR-CAUCAO.
           DISPLAY "--- Liberacao de Caucao Retida ---".
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CC-CNPJ.

           MOVE SPACES TO WS-CAUC-CONTRATO.
           OPEN INPUT CONTRATO-FILE.
           IF STATUS-OK-CT
               MOVE WS-CC-CNPJ TO CT-CNPJ-FORN
               READ CONTRATO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-NUM-CONTRATO TO WS-CAUC-CONTRATO
               END-READ
           END-IF.
           CLOSE CONTRATO-FILE.

           DISPLAY "Numero do contrato (ENTER = " WS-CAUC-CONTRATO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CC-CONTRATO.
           ACCEPT WS-CC-CONTRATO.
           MOVE FUNCTION UPPER-CASE(WS-CC-CONTRATO) TO WS-CC-CONTRATO.
           IF WS-CC-CONTRATO = SPACES
               MOVE WS-CAUC-CONTRATO TO WS-CC-CONTRATO
           END-IF.

           MOVE 'S' TO WS-CC-FUNCAO.
           CALL 'CAUCAPLI' USING WS-CAUCAO-PARM.
           IF WS-CC-RETORNO NOT = 'S' OR WS-CC-SALDO = ZERO
               DISPLAY "Nenhuma caucao retida para este fornecedor e "
                       "contrato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Saldo de caucao retido: " WS-CC-SALDO.

           DISPLAY "T = liberacao Total, P = liberacao Parcial: "
                   WITH NO ADVANCING.
           ACCEPT WS-CAUC-FORMA.
           MOVE FUNCTION UPPER-CASE(WS-CAUC-FORMA) TO WS-CAUC-FORMA.
           EVALUATE WS-CAUC-FORMA
               WHEN 'T'
                   MOVE WS-CC-SALDO TO WS-CAUC-VALOR
               WHEN 'P'
                   DISPLAY "Valor a liberar: " WITH NO ADVANCING
                   ACCEPT WS-CAUC-VALOR
                   IF WS-CAUC-VALOR = ZERO OR
                           WS-CAUC-VALOR > WS-CC-SALDO
                       DISPLAY "ERRO: o valor deve ser positivo e nao "
                               "pode passar do saldo retido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Liberacao cancelada."
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-COMPETENCIA.
           PERFORM 950-VERIFICAR-COMPETENCIA.
           IF WS-COMPETENCIA-FECHADA = 'S'
               DISPLAY "ERRO: a competencia " WS-DATA-HOJE(1:6) " ja foi "
                       "fechada pela contabilidade; liberacao nao "
                       "permitida."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM 810-DIGITAR-VENC-LIBERACAO UNTIL WS-DATA-VALIDA = 'S'.

           PERFORM 820-IDENTIFICAR-APROVADOR.
           IF WS-APROVADOR-OK NOT = 'S'
               DISPLAY "Liberacao cancelada (sem aprovador)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Liberar " WS-CAUC-VALOR " do contrato "
                   WS-CC-CONTRATO "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CAUC-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CAUC-CONFIRMA) NOT = 'S'
               DISPLAY "Liberacao cancelada."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CONTAPAGAR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CP
               OPEN OUTPUT CONTAPAGAR-FILE
               CLOSE CONTAPAGAR-FILE
               OPEN I-O CONTAPAGAR-FILE
           END-IF.
           IF NOT STATUS-OK-CP
               DISPLAY "ERRO: Nao foi possivel abrir o arquivo de contas."
               MOVE 'CONTAPAGAR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-CONTAPAGAR TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CC-CNPJ TO CP-CNPJ-FORN.
           PERFORM 700-OBTER-PROXIMO-NUM-DOC.

           MOVE 'L' TO WS-CC-FUNCAO.
           MOVE CP-NUM-DOC TO WS-CC-NUM-DOC.
           MOVE ZERO TO WS-CC-SEQ-HIST.
           MOVE WS-DATA-HOJE TO WS-CC-DATA-MOV.
           MOVE WS-CAUC-VALOR TO WS-CC-VALOR-CAUCAO.
           MOVE WS-APROVADOR-COD TO WS-CC-APROVADOR.
           CALL 'CAUCAPLI' USING WS-CAUCAO-PARM.
           IF WS-CC-RETORNO NOT = 'S'
               DISPLAY "ERRO: o razao de caucoes recusou a liberacao."
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-HOJE TO CP-DATA-EMISSAO.
           MOVE WS-CAUC-VENC TO CP-DATA-VENC.
           MOVE WS-CAUC-VALOR TO CP-VALOR.
           MOVE 'A' TO CP-SITUACAO.
           MOVE ZERO TO CP-DATA-PGTO.
           MOVE 1 TO CP-NUM-PARCELA.
           MOVE 1 TO CP-QTD-PARCELAS.
           MOVE SPACES TO CP-CENTRO-CUSTO.
           MOVE WS-CAUC-VALOR TO CP-SALDO.
           MOVE SPACES TO CP-FILIAL.
           MOVE 'BRL' TO CP-MOEDA.
           MOVE WS-CAUC-VALOR TO CP-VALOR-ORIGINAL.
           MOVE SPACES TO CP-CAMINHO-ANEXO.
           MOVE ZERO TO CP-NUM-PEDIDO.
           MOVE SPACES TO CP-LINHA-DIGITAVEL.
           MOVE 'CAUC' TO CP-NATUREZA.
           MOVE SPACES TO CP-CHAVE-NFE.

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar o titulo de devolucao "
                           CP-NUM-DOC "; a liberacao ficou no razao de "
                           "caucoes -- lance o titulo manualmente."
               NOT INVALID KEY
                   MOVE 'I' TO WS-JRN-OPERACAO
                   PERFORM 981-JORNALIZAR-CONTA
                   DISPLAY "Caucao liberada. Titulo de devolucao "
                           CP-NUM-DOC " vence em " CP-DATA-VENC "."
                   DISPLAY "Saldo retido restante: " WS-CC-SALDO
                   MOVE CP-NUM-DOC TO WS-NP-NUM-DOC
                   MOVE CP-CNPJ-FORN TO WS-NP-CNPJ-FORN
                   MOVE SPACES TO WS-NP-TEXTO
                   STRING "Devolucao de caucao do contrato "
                          WS-CC-CONTRATO " aprovada por "
                          WS-APROVADOR-COD
                       DELIMITED BY SIZE INTO WS-NP-TEXTO
                   CALL 'NOTACONT' USING WS-NOTA-PARM
           END-WRITE.
           CLOSE CONTAPAGAR-FILE.

       810-DIGITAR-VENC-LIBERACAO.
           DISPLAY "Vencimento da devolucao (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-CAUC-VENC.
           MOVE WS-CAUC-VENC TO WS-DATA-EM-VALIDACAO.
           MOVE 'G' TO WS-TIPO-DATA.
           CALL 'VALDATA' USING WS-DATA-EM-VALIDACAO WS-TIPO-DATA
               WS-DATA-VALIDA.

      *> O APROVADOR DA LIBERACAO SE IDENTIFICA PELO CODIGO E PELA
      *> SENHA DO CADASTRO DE APROVADORES, CONFERIDA PELO SENHACRP
       820-IDENTIFICAR-APROVADOR.
           MOVE 'N' TO WS-APROVADOR-OK.
           OPEN INPUT APROVADOR-FILE.
           IF NOT STATUS-OK-AP
               DISPLAY "ERRO: cadastro de aprovadores indisponivel."
               CLOSE APROVADOR-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo do Aprovador: " WITH NO ADVANCING.
           ACCEPT WS-APROVADOR-COD.
           MOVE WS-APROVADOR-COD TO AP-CODIGO.
           READ APROVADOR-FILE
               INVALID KEY
                   DISPLAY "Aprovador nao encontrado."
               NOT INVALID KEY
                   PERFORM 825-CONFERIR-SENHA-APROVADOR
           END-READ.
           CLOSE APROVADOR-FILE.

       825-CONFERIR-SENHA-APROVADOR.
           IF AP-SITUACAO = 'I'
               DISPLAY "Aprovador inativo."
               EXIT PARAGRAPH
           END-IF.
           IF AP-SENHA = SPACES
               DISPLAY "Aprovado por: " AP-NOME
               MOVE 'S' TO WS-APROVADOR-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Senha do aprovador: " WITH NO ADVANCING.
           ACCEPT WS-APROVADOR-SENHA.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA.
           MOVE AP-SENHA TO WS-SH-GRAVADA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
               DISPLAY "Aprovado por: " AP-NOME
               MOVE 'S' TO WS-APROVADOR-OK
           ELSE
               DISPLAY "Senha do aprovador nao confere."
           END-IF.

      *> CONSULTA O CONTROLE DE COMPETENCIAS: A DATA EM
      *> WS-DATA-COMPETENCIA CAI EM MES FECHADO PELO SUPERVISOR?
      *> SEM ARQUIVO DE CONTROLE, NADA ESTA FECHADO
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
