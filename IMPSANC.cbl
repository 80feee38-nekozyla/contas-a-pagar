       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPSANC.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE *> Arquivo plano do CEIS ou do CNEP (CGU)
               ASSIGN TO WS-NOME-LISTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LISTA.

           SELECT SANCAO-FILE *> Sancoes CEIS/CNEP importadas
               ASSIGN TO 'SANCAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-STATUS-SANCAO.

           SELECT SANCLIB-FILE *> Liberacoes de compliance por fornecedor
               ASSIGN TO 'SANCLIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CNPJ
               FILE STATUS IS WS-STATUS-SANCLIB.

           SELECT FORNECEDORES-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT CONTAPAGAR-FILE
               ASSIGN TO 'CONTAPAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PRIMARY-KEY
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CONTAPAGAR.

           SELECT SPOOL-FILE *> Relatorio dos fornecedores recem-sancionados
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
      *> UMA LINHA POR SANCAO NA LISTA DA CGU (CEIS.DAT OU CNEP.DAT, O
      *> MESMO LEIAUTE): CNPJ/CPF DO SANCIONADO, TIPO DA SANCAO, ORGAO
      *> SANCIONADOR, INICIO E FIM (ZERO = PRAZO INDETERMINADO) E O
      *> PROCESSO. CADA ARQUIVO E A LISTA COMPLETA NA DATA DA EXTRACAO
       FD  LISTA-FILE.
       01  LISTA-REG.
           05 LS-CNPJ            PIC 9(14).
           05 LS-TIPO-SANCAO     PIC X(40).
           05 LS-ORGAO           PIC X(40).
           05 LS-DATA-INICIO     PIC 9(08).
           05 LS-DATA-FIM        PIC 9(08).
           05 LS-PROCESSO        PIC X(20).

      *> UMA SANCAO POR CNPJ, CADASTRO ('CEIS'/'CNEP'), INICIO E
      *> PROCESSO. SC-NA-LISTA 'N' QUANDO A SANCAO SUMIU DA ULTIMA
      *> LISTA IMPORTADA (REVOGADA OU EXCLUIDA PELA CGU) -- O REGISTRO
      *> FICA COMO HISTORICO. SC-DATA-INCLUSAO E QUANDO ELA ENTROU (OU
      *> VOLTOU) PARA NOSSO ARQUIVO
       FD  SANCAO-FILE.
       01  SANCAO-REG.
           05 SC-CHAVE.
              10 SC-CNPJ          PIC 9(14).
              10 SC-CADASTRO      PIC X(04).
              10 SC-DATA-INICIO   PIC 9(08).
              10 SC-PROCESSO      PIC X(20).
           05 SC-TIPO-SANCAO      PIC X(40).
           05 SC-ORGAO            PIC X(40).
           05 SC-DATA-FIM         PIC 9(08).
           05 SC-NA-LISTA         PIC X(01).
           05 SC-DATA-INCLUSAO    PIC 9(08).
           05 SC-DH-IMPORTACAO    PIC 9(14).

      *> LIBERACAO DE COMPLIANCE: O SUPERVISOR AUTORIZA, COM MOTIVO E
      *> VALIDADE, QUE O FORNECEDOR SANCIONADO SIGA RECEBENDO (CONTRATO
      *> EM CURSO, DECISAO JUDICIAL...). 'A' ATIVA, 'R' REVOGADA
       FD  SANCLIB-FILE.
       01  SANCLIB-REG.
           05 SL-CNPJ             PIC 9(14).
           05 SL-SITUACAO         PIC X(01).
           05 SL-DATA-VALIDADE    PIC 9(08).
           05 SL-USUARIO          PIC X(10).
           05 SL-DATA-HORA        PIC 9(14).
           05 SL-MOTIVO           PIC X(60).

       FD  FORNECEDORES-FILE.
       01  FORNECEDOR-REG.
           05 F-CNPJ           PIC 9(14).
           05 F-RAZAO-SOCIAL   PIC X(40).
           05 F-ENDERECO       PIC X(50).
           05 F-TELEFONE       PIC 9(11).
           05 F-EMAIL          PIC X(30).
           05 F-SITUACAO       PIC X(01).
           05 F-STATUS-APROVACAO PIC X(08).
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 CP-PRIMARY-KEY.
              10 CP-NUM-DOC    PIC 9(10).
              10 CP-CNPJ-FORN  PIC 9(14).
           05 CP-DATA-EMISSAO  PIC 9(08).
           05 CP-DATA-VENC     PIC 9(08).
           05 CP-VALOR         PIC 9(10)V99.
           05 CP-SITUACAO      PIC X(01).
           05 CP-DATA-PGTO     PIC 9(08).
           05 CP-NUM-PARCELA   PIC 9(02).
           05 CP-QTD-PARCELAS  PIC 9(02).
           05 CP-CENTRO-CUSTO  PIC X(06).
           05 CP-SALDO         PIC 9(10)V99.
           05 CP-FILIAL        PIC X(04).
           05 CP-MOEDA          PIC X(03).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-CAMINHO-ANEXO  PIC X(80).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-LINHA-DIGITAVEL PIC X(47).
           05 CP-NATUREZA       PIC X(04).
           05 CP-CHAVE-NFE      PIC X(44).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).

       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LISTA         PIC X(2).
          88 STATUS-OK-LS          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-LS VALUE '35'.
       01 WS-STATUS-SANCAO        PIC X(2).
          88 STATUS-OK-SC          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-SC VALUE '35'.
       01 WS-STATUS-SANCLIB       PIC X(2).
          88 STATUS-OK-SL          VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-SL VALUE '35'.
       01 WS-STATUS-FORNECEDORES  PIC X(2).
          88 STATUS-OK-FORN        VALUE '00'.
       01 WS-STATUS-CONTAPAGAR    PIC X(2).
          88 STATUS-OK-CP          VALUE '00'.
       01 WS-STATUS-SPOOL         PIC X(2).
          88 STATUS-OK-SPOOL       VALUE '00'.
       01 WS-STATUS-SESSAO        PIC X(2).
          88 STATUS-OK-SS          VALUE '00'.

       01 WS-NOME-LISTA           PIC X(12).
       01 WS-NOME-SPOOL           PIC X(30).
       01 WS-DATA-HORA-SPOOL.
           05 WS-DHS-DATA          PIC 9(08).
           05 WS-DHS-HORA          PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-LINHA                PIC X(132).

       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-PERFIL-SESSAO        PIC X(01) VALUE 'O'.
       01 WS-OPCAO                PIC X(01) VALUE SPACES.
       01 WS-RESPOSTA             PIC X(01).
       01 WS-PAUSA                PIC X(01).
       01 WS-FIM-LEITURA          PIC X(01).
       01 WS-FIM-CONTAS           PIC X(01).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).
       01 WS-DH-RODADA            PIC 9(14).
       01 WS-DIA-HOJE             PIC 9(08).

      *> RODADA DE IMPORTACAO: QUAL LISTA E O QUE ACONTECEU COM ELA
       01 WS-LISTAS-PEDIDAS       PIC X(01).
       01 WS-CADASTRO-ATUAL       PIC X(04).
       01 WS-SANCAO-NOVA          PIC X(01).
       01 WS-QTD-LIDOS            PIC 9(06).
       01 WS-QTD-NOVAS            PIC 9(06).
       01 WS-QTD-RETIRADAS        PIC 9(06).
       01 WS-QTD-FORN-SANC        PIC 9(06).
       01 WS-SC-ABERTO            PIC X(01).

      *> FORNECEDORES NOSSOS QUE GANHARAM SANCAO VIGENTE NESTA RODADA
       01 WS-NV-QTD               PIC 9(03) VALUE ZERO.
       01 WS-NV-IDX               PIC 9(03).
       01 WS-NV-FORA              PIC 9(05) VALUE ZERO.
       01 WS-NV-TAB.
           05 WS-NV-ITEM OCCURS 300 TIMES.
              10 WS-NV-CNPJ        PIC 9(14).
              10 WS-NV-CADASTRO    PIC X(04).
              10 WS-NV-TIPO        PIC X(40).
              10 WS-NV-ORGAO       PIC X(40).
              10 WS-NV-INICIO      PIC 9(08).
              10 WS-NV-FIM         PIC 9(08).

       01 WS-QTD-CONTAS           PIC 9(05).
       01 WS-TOTAL-CONTAS         PIC 9(12)V99.
       01 WS-SALDO-CONTA          PIC 9(10)V99.
       01 WS-ED-VALOR             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

      *> CONSULTA E LIBERACAO
       01 WS-CNPJ-CONSULTA        PIC 9(14).
       01 WS-SITUACAO-SANCAO      PIC X(12).
       01 WS-QTD-LISTADOS         PIC 9(05).
       01 WS-VALIDADE             PIC 9(08).
       01 WS-MOTIVO               PIC X(60).
       01 WS-SL-EXISTE            PIC X(01).

       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).

       01 WS-JORNAL-PARM.
           05 WS-JRN-PROGRAMA  PIC X(08) VALUE 'IMPSANC'.
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).

       PROCEDURE DIVISION.
      *> EMPRESAS IMPEDIDAS DE CONTRATAR COM A ADMINISTRACAO (CEIS) E
      *> PUNIDAS PELA LEI ANTICORRUPCAO (CNEP), SEGUNDO AS LISTAS DA
      *> CGU: A IMPORTACAO GRAVA SANCAO.DAT, QUE O VERIFSAN CONSULTA
      *> PARA BARRAR APROVACAO DE FORNECEDOR, LANCAMENTO E PAGAMENTO
      *> ENQUANTO A SANCAO ESTIVER EM VIGOR, SALVO LIBERACAO DE
      *> COMPLIANCE DADA AQUI PELO SUPERVISOR. CADA IMPORTACAO EMITE O
      *> RELATORIO DOS FORNECEDORES RECEM-SANCIONADOS COM AS CONTAS EM
      *> ABERTO DE CADA UM
       100-INICIAR.
           PERFORM 150-LER-SESSAO.
           PERFORM 200-MENU-SANCOES UNTIL WS-OPCAO = 'S'.
           GOBACK.

       150-LER-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
                       MOVE SS-PERFIL TO WS-PERFIL-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       200-MENU-SANCOES.
           DISPLAY "--- Empresas Sancionadas (CEIS/CNEP) ---".
           DISPLAY "I - Importar lista da CGU (supervisor)".
           DISPLAY "C - Consultar sancoes de um CNPJ".
           DISPLAY "V - Fornecedores com sancao vigente".
           DISPLAY "L - Liberacao de compliance (supervisor)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 300-IMPORTAR
                   ELSE
                       DISPLAY "ERRO: somente o supervisor importa as "
                               "listas de sancoes."
                   END-IF
               WHEN 'C'
                   PERFORM 500-CONSULTAR-CNPJ
               WHEN 'V'
                   PERFORM 550-LISTAR-VIGENTES
               WHEN 'L'
                   IF WS-PERFIL-SESSAO = 'S'
                       PERFORM 600-LIBERACAO-COMPLIANCE
                   ELSE
                       DISPLAY "ERRO: somente o supervisor concede "
                               "liberacao de compliance."
                   END-IF
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.

      *> IMPORTA UMA OU AS DUAS LISTAS NA MESMA RODADA; O RELATORIO DOS
      *> RECEM-SANCIONADOS SAI UMA VEZ SO, NO FIM
       300-IMPORTAR.
           DISPLAY "Lista a importar (E = CEIS, N = CNEP, A = ambas): "
                   WITH NO ADVANCING.
           ACCEPT WS-LISTAS-PEDIDAS.
           MOVE FUNCTION UPPER-CASE(WS-LISTAS-PEDIDAS)
               TO WS-LISTAS-PEDIDAS.
           IF WS-LISTAS-PEDIDAS NOT = 'E' AND
                   WS-LISTAS-PEDIDAS NOT = 'N' AND
                   WS-LISTAS-PEDIDAS NOT = 'A'
               DISPLAY "Opcao invalida!"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O SANCAO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SC
               OPEN OUTPUT SANCAO-FILE
               CLOSE SANCAO-FILE
               OPEN I-O SANCAO-FILE
           END-IF.
           IF NOT STATUS-OK-SC
               DISPLAY "ERRO ao abrir SANCAO.DAT. Status: "
                       WS-STATUS-SANCAO
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-DIA-HOJE.
           MOVE WS-DH-DATA TO WS-DH-RODADA(1:8).
           MOVE WS-DH-HORA TO WS-DH-RODADA(9:6).
           MOVE ZERO TO WS-NV-QTD WS-NV-FORA.

           IF WS-LISTAS-PEDIDAS = 'E' OR WS-LISTAS-PEDIDAS = 'A'
               MOVE 'CEIS' TO WS-CADASTRO-ATUAL
               MOVE 'CEIS.DAT' TO WS-NOME-LISTA
               PERFORM 310-IMPORTAR-LISTA
           END-IF.
           IF WS-LISTAS-PEDIDAS = 'N' OR WS-LISTAS-PEDIDAS = 'A'
               MOVE 'CNEP' TO WS-CADASTRO-ATUAL
               MOVE 'CNEP.DAT' TO WS-NOME-LISTA
               PERFORM 310-IMPORTAR-LISTA
           END-IF.

           CLOSE SANCAO-FILE.
           PERFORM 400-RELATAR-NOVOS-SANCIONADOS.
           CLOSE FORNECEDORES-FILE.
           PERFORM 850-PAUSA.

       310-IMPORTAR-LISTA.
           OPEN INPUT LISTA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LS
               DISPLAY "AVISO: arquivo " WS-NOME-LISTA " nao "
                       "encontrado. Copie a lista da CGU e repita."
               CLOSE LISTA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-LS
               DISPLAY "ERRO ao abrir " WS-NOME-LISTA ". Status: "
                       WS-STATUS-LISTA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-LIDOS WS-QTD-NOVAS WS-QTD-RETIRADAS
                        WS-QTD-FORN-SANC.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 320-PROCESSAR-LINHA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE LISTA-FILE.

      *> LISTA VAZIA E ARQUIVO TRUNCADO, NAO "NINGUEM MAIS SANCIONADO":
      *> SO COM LINHAS LIDAS AS SANCOES AUSENTES SAO DADAS COMO RETIRADAS
           IF WS-QTD-LIDOS = ZERO
               DISPLAY "AVISO: " WS-NOME-LISTA " sem linhas; sancoes "
                       "anteriores do " WS-CADASTRO-ATUAL " mantidas."
           ELSE
               PERFORM 330-RETIRAR-AUSENTES
           END-IF.
           DISPLAY WS-CADASTRO-ATUAL ": " WS-QTD-LIDOS " linha(s), "
                   WS-QTD-NOVAS " sancao(oes) nova(s), "
                   WS-QTD-RETIRADAS " retirada(s) da lista, "
                   WS-QTD-FORN-SANC " fornecedor(es) nosso(s) "
                   "recem-sancionado(s).".

       320-PROCESSAR-LINHA.
           READ LISTA-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF LS-CNPJ IS NUMERIC AND LS-CNPJ > ZERO
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 325-GRAVAR-SANCAO
                   END-IF
           END-READ.

      *> SANCAO INEDITA OU QUE VOLTOU A LISTA E "NOVA": ENTRA NO
      *> RELATORIO SE FOR DE FORNECEDOR NOSSO E ESTIVER EM VIGOR, E
      *> GANHA DATA DE INCLUSAO DE HOJE (LIBERACAO ANTERIOR NAO A COBRE)
       325-GRAVAR-SANCAO.
           MOVE LS-CNPJ TO SC-CNPJ.
           MOVE WS-CADASTRO-ATUAL TO SC-CADASTRO.
           MOVE LS-DATA-INICIO TO SC-DATA-INICIO.
           MOVE LS-PROCESSO TO SC-PROCESSO.
           MOVE 'N' TO WS-SANCAO-NOVA.
           READ SANCAO-FILE
               INVALID KEY
                   MOVE 'S' TO WS-SANCAO-NOVA
               NOT INVALID KEY
                   IF SC-NA-LISTA NOT = 'S'
                       MOVE 'S' TO WS-SANCAO-NOVA
                   END-IF
           END-READ.
           MOVE LS-TIPO-SANCAO TO SC-TIPO-SANCAO.
           MOVE LS-ORGAO TO SC-ORGAO.
           MOVE LS-DATA-FIM TO SC-DATA-FIM.
           MOVE 'S' TO SC-NA-LISTA.
           MOVE WS-DH-RODADA TO SC-DH-IMPORTACAO.
           IF WS-SANCAO-NOVA = 'S'
               MOVE WS-DIA-HOJE TO SC-DATA-INCLUSAO
               ADD 1 TO WS-QTD-NOVAS
               WRITE SANCAO-REG
                   INVALID KEY
                       REWRITE SANCAO-REG
               END-WRITE
           ELSE
               REWRITE SANCAO-REG
           END-IF.

           IF WS-SANCAO-NOVA = 'S' AND
                   SC-DATA-INICIO <= WS-DIA-HOJE AND
                   (SC-DATA-FIM = ZERO OR SC-DATA-FIM >= WS-DIA-HOJE)
               MOVE SC-CNPJ TO F-CNPJ
               READ FORNECEDORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 327-GUARDAR-NOVO-SANCIONADO
               END-READ
           END-IF.

       327-GUARDAR-NOVO-SANCIONADO.
           ADD 1 TO WS-QTD-FORN-SANC.
           IF WS-NV-QTD < 300
               ADD 1 TO WS-NV-QTD
               MOVE SC-CNPJ TO WS-NV-CNPJ(WS-NV-QTD)
               MOVE SC-CADASTRO TO WS-NV-CADASTRO(WS-NV-QTD)
               MOVE SC-TIPO-SANCAO TO WS-NV-TIPO(WS-NV-QTD)
               MOVE SC-ORGAO TO WS-NV-ORGAO(WS-NV-QTD)
               MOVE SC-DATA-INICIO TO WS-NV-INICIO(WS-NV-QTD)
               MOVE SC-DATA-FIM TO WS-NV-FIM(WS-NV-QTD)
           ELSE
               ADD 1 TO WS-NV-FORA
           END-IF.

      *> SANCAO DESTE CADASTRO QUE NAO VEIO NA LISTA DE HOJE FOI
      *> REVOGADA OU EXCLUIDA PELA CGU: DEIXA DE VALER, FICA O HISTORICO
       330-RETIRAR-AUSENTES.
           MOVE LOW-VALUES TO SC-CHAVE.
           MOVE 'N' TO WS-FIM-LEITURA.
           START SANCAO-FILE KEY IS GREATER THAN SC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 335-CONFERIR-AUSENTE UNTIL WS-FIM-LEITURA = 'Y'.

       335-CONFERIR-AUSENTE.
           READ SANCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF SC-CADASTRO = WS-CADASTRO-ATUAL AND
                           SC-NA-LISTA = 'S' AND
                           SC-DH-IMPORTACAO NOT = WS-DH-RODADA
                       MOVE 'N' TO SC-NA-LISTA
                       REWRITE SANCAO-REG
                       ADD 1 TO WS-QTD-RETIRADAS
                   END-IF
           END-READ.

      *> UM BLOCO POR FORNECEDOR RECEM-SANCIONADO: A SANCAO E AS CONTAS
      *> EM ABERTO DELE, QUE AGORA SO SAEM COM LIBERACAO DE COMPLIANCE
       400-RELATAR-NOVOS-SANCIONADOS.
           IF WS-NV-QTD = ZERO
               DISPLAY "Nenhum fornecedor recem-sancionado."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTAPAGAR-FILE.
           PERFORM 880-ABRIR-SPOOL.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECEDORES RECEM-SANCIONADOS (CEIS/CNEP) - "
                  "IMPORTACAO DE " WS-DIA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           PERFORM 410-RELATAR-FORNECEDOR
               VARYING WS-NV-IDX FROM 1 BY 1 UNTIL WS-NV-IDX > WS-NV-QTD.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Fornecedores recem-sancionados: " WS-NV-QTD
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           IF WS-NV-FORA > ZERO
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: " WS-NV-FORA " outro(s) alem do limite "
                      "do relatorio -- consulte pela opcao V."
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 890-EMITIR-LINHA
           END-IF.
           CLOSE CONTAPAGAR-FILE.
           IF STATUS-OK-SPOOL
               CLOSE SPOOL-FILE
               DISPLAY "Relatorio gravado em " WS-NOME-SPOOL
           END-IF.

       410-RELATAR-FORNECEDOR.
           MOVE WS-NV-CNPJ(WS-NV-IDX) TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   MOVE SPACES TO F-RAZAO-SOCIAL
           END-READ.
           MOVE SPACES TO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "=== " F-RAZAO-SOCIAL " CNPJ " WS-NV-CNPJ(WS-NV-IDX)
                  " ==="
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "    " WS-NV-CADASTRO(WS-NV-IDX) ": "
                  WS-NV-TIPO(WS-NV-IDX) " - " WS-NV-ORGAO(WS-NV-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-NV-FIM(WS-NV-IDX) = ZERO
               STRING "    Vigencia: de " WS-NV-INICIO(WS-NV-IDX)
                      " por prazo indeterminado"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "    Vigencia: de " WS-NV-INICIO(WS-NV-IDX)
                      " a " WS-NV-FIM(WS-NV-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 890-EMITIR-LINHA.

           MOVE ZERO TO WS-QTD-CONTAS WS-TOTAL-CONTAS.
           IF STATUS-OK-CP
               MOVE 'N' TO WS-FIM-CONTAS
               MOVE LOW-VALUES TO CP-PRIMARY-KEY
               START CONTAPAGAR-FILE KEY IS GREATER THAN CP-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FIM-CONTAS
               END-START
               PERFORM 420-LER-CONTA-ABERTA UNTIL WS-FIM-CONTAS = 'Y'
           END-IF.
           MOVE WS-TOTAL-CONTAS TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "    Contas em aberto: " WS-QTD-CONTAS
                  "  Total: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 890-EMITIR-LINHA.

      *> EM ABERTO E TUDO QUE NAO FOI PAGO, CANCELADO OU RENEGOCIADO
       420-LER-CONTA-ABERTA.
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CONTAS
               NOT AT END
                   IF CP-CNPJ-FORN = WS-NV-CNPJ(WS-NV-IDX) AND
                           CP-SITUACAO NOT = 'P' AND
                           CP-SITUACAO NOT = 'C' AND
                           CP-SITUACAO NOT = 'R'
                       IF CP-SALDO = ZERO
                           MOVE CP-VALOR TO WS-SALDO-CONTA
                       ELSE
                           MOVE CP-SALDO TO WS-SALDO-CONTA
                       END-IF
                       ADD 1 TO WS-QTD-CONTAS
                       ADD WS-SALDO-CONTA TO WS-TOTAL-CONTAS
                       MOVE WS-SALDO-CONTA TO WS-ED-VALOR
                       MOVE SPACES TO WS-LINHA
                       STRING "      Doc " CP-NUM-DOC " venc "
                              CP-DATA-VENC " situacao " CP-SITUACAO
                              " saldo " WS-ED-VALOR
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 890-EMITIR-LINHA
                   END-IF
           END-READ.

       500-CONSULTAR-CNPJ.
           DISPLAY "CNPJ/CPF: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIA-HOJE.
           OPEN INPUT SANCAO-FILE.
           IF NOT STATUS-OK-SC
               DISPLAY "Nenhuma lista de sancoes importada ainda."
               CLOSE SANCAO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CONSULTA TO SC-CNPJ.
           MOVE LOW-VALUES TO SC-CADASTRO SC-PROCESSO.
           MOVE ZERO TO SC-DATA-INICIO.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           START SANCAO-FILE KEY IS GREATER THAN OR EQUAL TO SC-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 510-MOSTRAR-SANCAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE SANCAO-FILE.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "Nenhuma sancao registrada para o CNPJ/CPF."
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CONSULTA TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           EVALUATE TRUE
               WHEN WS-SAN-SANCIONADO NOT = 'S'
                   DISPLAY "Situacao: sem sancao em vigor."
               WHEN WS-SAN-LIBERADO = 'S'
                   DISPLAY "Situacao: SANCIONADO, com liberacao de "
                           "compliance valida."
               WHEN OTHER
                   DISPLAY "Situacao: SANCIONADO - lancamento e "
                           "pagamento bloqueados."
           END-EVALUATE.
           PERFORM 850-PAUSA.

       510-MOSTRAR-SANCAO.
           READ SANCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF SC-CNPJ NOT = WS-CNPJ-CONSULTA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM 520-DESCREVER-SITUACAO
                       DISPLAY SC-CADASTRO " " SC-TIPO-SANCAO(1:30)
                               " " SC-ORGAO(1:30)
                       DISPLAY "     de " SC-DATA-INICIO " a "
                               SC-DATA-FIM " processo " SC-PROCESSO
                               " - " WS-SITUACAO-SANCAO
                   END-IF
           END-READ.

       520-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN SC-NA-LISTA NOT = 'S'
                   MOVE 'FORA DA LISTA' TO WS-SITUACAO-SANCAO
               WHEN SC-DATA-INICIO > WS-DIA-HOJE
                   MOVE 'FUTURA' TO WS-SITUACAO-SANCAO
               WHEN SC-DATA-FIM NOT = ZERO AND
                       SC-DATA-FIM < WS-DIA-HOJE
                   MOVE 'ENCERRADA' TO WS-SITUACAO-SANCAO
               WHEN OTHER
                   MOVE 'EM VIGOR' TO WS-SITUACAO-SANCAO
           END-EVALUATE.

      *> TODAS AS SANCOES EM VIGOR DE FORNECEDORES DO CADASTRO
       550-LISTAR-VIGENTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIA-HOJE.
           OPEN INPUT SANCAO-FILE.
           IF NOT STATUS-OK-SC
               DISPLAY "Nenhuma lista de sancoes importada ainda."
               CLOSE SANCAO-FILE
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 560-LISTAR-SE-VIGENTE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE FORNECEDORES-FILE.
           CLOSE SANCAO-FILE.
           DISPLAY "Sancoes em vigor de fornecedores do cadastro: "
                   WS-QTD-LISTADOS.
           PERFORM 850-PAUSA.

       560-LISTAR-SE-VIGENTE.
           READ SANCAO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM 520-DESCREVER-SITUACAO
                   IF WS-SITUACAO-SANCAO = 'EM VIGOR'
                       MOVE SC-CNPJ TO F-CNPJ
                       READ FORNECEDORES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-LISTADOS
                               DISPLAY SC-CNPJ " " F-RAZAO-SOCIAL(1:30)
                                       " " SC-CADASTRO " ate "
                                       SC-DATA-FIM " "
                                       SC-TIPO-SANCAO(1:30)
                       END-READ
                   END-IF
           END-READ.

      *> CONCEDE OU REVOGA A LIBERACAO DE COMPLIANCE DE UM FORNECEDOR
      *> SANCIONADO. TODA ALTERACAO VAI PARA O JORNAL
       600-LIBERACAO-COMPLIANCE.
           DISPLAY "CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-CNPJ-CONSULTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DIA-HOJE.
           MOVE WS-CNPJ-CONSULTA TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.

           OPEN I-O SANCLIB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-SL
               OPEN OUTPUT SANCLIB-FILE
               CLOSE SANCLIB-FILE
               OPEN I-O SANCLIB-FILE
           END-IF.
           IF NOT STATUS-OK-SL
               DISPLAY "ERRO ao abrir SANCLIB.DAT. Status: "
                       WS-STATUS-SANCLIB
               PERFORM 850-PAUSA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CONSULTA TO SL-CNPJ.
           MOVE 'N' TO WS-SL-EXISTE.
           READ SANCLIB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SL-EXISTE
           END-READ.

           IF WS-SL-EXISTE = 'S' AND SL-SITUACAO = 'A'
               DISPLAY "Liberacao ativa ate " SL-DATA-VALIDADE
                       " por " SL-USUARIO " em " SL-DATA-HORA(1:8)
               DISPLAY "Motivo: " SL-MOTIVO
               IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
                   DISPLAY "(nao cobre sancao importada depois dela)"
               END-IF
               DISPLAY "R - Revogar  N - Nova liberacao  "
                       "<ENTER> - Voltar: " WITH NO ADVANCING
           ELSE
               IF WS-SAN-SANCIONADO NOT = 'S'
                   DISPLAY "CNPJ/CPF sem sancao em vigor; liberacao "
                           "desnecessaria."
                   CLOSE SANCLIB-FILE
                   PERFORM 850-PAUSA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Sancao em vigor: " WS-SAN-CADASTRO " "
                       WS-SAN-TIPO
               DISPLAY "N - Conceder liberacao  <ENTER> - Voltar: "
                       WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           EVALUATE WS-RESPOSTA
               WHEN 'N'
                   PERFORM 610-CONCEDER-LIBERACAO
               WHEN 'R'
                   IF WS-SL-EXISTE = 'S' AND SL-SITUACAO = 'A'
                       PERFORM 620-REVOGAR-LIBERACAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE SANCLIB-FILE.
           PERFORM 850-PAUSA.

       610-CONCEDER-LIBERACAO.
           DISPLAY "Valida ate (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-VALIDADE.
           IF WS-VALIDADE < WS-DIA-HOJE
               DISPLAY "ERRO: validade deve ser hoje ou depois."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo (contrato, decisao judicial...): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "ERRO: a liberacao exige motivo."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CNPJ-CONSULTA TO SL-CNPJ.
           MOVE 'A' TO SL-SITUACAO.
           MOVE WS-VALIDADE TO SL-DATA-VALIDADE.
           MOVE WS-USUARIO-SESSAO TO SL-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO SL-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO SL-DATA-HORA(9:6).
           MOVE WS-MOTIVO TO SL-MOTIVO.
           IF WS-SL-EXISTE = 'S'
               REWRITE SANCLIB-REG
               MOVE 'A' TO WS-JRN-OPERACAO
           ELSE
               WRITE SANCLIB-REG
               MOVE 'I' TO WS-JRN-OPERACAO
           END-IF.
           IF STATUS-OK-SL
               DISPLAY "Liberacao de compliance gravada."
               PERFORM 985-JORNALIZAR-LIBERACAO
           ELSE
               DISPLAY "ERRO ao gravar liberacao. Status: "
                       WS-STATUS-SANCLIB
           END-IF.

       620-REVOGAR-LIBERACAO.
           MOVE 'R' TO SL-SITUACAO.
           MOVE WS-USUARIO-SESSAO TO SL-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO SL-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO SL-DATA-HORA(9:6).
           REWRITE SANCLIB-REG.
           IF STATUS-OK-SL
               DISPLAY "Liberacao revogada."
               MOVE 'A' TO WS-JRN-OPERACAO
               PERFORM 985-JORNALIZAR-LIBERACAO
           ELSE
               DISPLAY "ERRO ao revogar liberacao. Status: "
                       WS-STATUS-SANCLIB
           END-IF.

       850-PAUSA.
           DISPLAY "Pressione <ENTER> para continuar..."
                   WITH NO ADVANCING.
           ACCEPT WS-PAUSA.

       880-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'IMPSANC_' WS-DHS-DATA WS-DHS-HORA '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-SPOOL.
           OPEN OUTPUT SPOOL-FILE.
           IF NOT STATUS-OK-SPOOL
               DISPLAY "AVISO: nao foi possivel abrir o arquivo de spool. "
                       "Status: " WS-STATUS-SPOOL
           END-IF.

       890-EMITIR-LINHA.
           DISPLAY WS-LINHA.
           IF STATUS-OK-SPOOL
               MOVE WS-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF.

      *> HELPERS DO JORNAL DE TRANSACOES (ROTINA JORNAL)
       985-JORNALIZAR-LIBERACAO.
           MOVE 'SANCLIB' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE SANCLIB-REG TO WS-JRN-IMAGEM(1:107).
           CALL 'JORNAL' USING WS-JORNAL-PARM.
