               RECORD KEY IS FP-CNPJ
               FILE STATUS IS WS-STATUS-FBPEND.

           SELECT REGTRIB-FILE *> Regime tributario do fornecedor por vigencia
               ASSIGN TO 'REGTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-STATUS-REGTRIB.

           SELECT REMFORN-FILE *> Contrato da remessa ao exterior do fornecedor
               ASSIGN TO 'REMFORN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-CNPJ
               FILE STATUS IS WS-STATUS-REMFORN.

           SELECT FORNEND-FILE *> Endereco estruturado do fornecedor
               ASSIGN TO 'FORNEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FORNEND.

           SELECT AUDITORIA-FILE *> Log de auditoria do sistema
               ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).
              88 PESSOA-FISICA     VALUE 'F'.

       FD  CONTAPAGAR-FILE.
       01  CONTA-REG.
           05 FI-PAIS          PIC X(02).
           05 FI-MOEDA         PIC X(03).

      *> CONTRATO DA REMESSA: TIPO DE SERVICO (CHAVE DA TABELA DE
      *> TRIBUTOS REMTRIB COM O PAIS) E SE O VALOR DO TITULO E LIQUIDO
      *> PARA O FORNECEDOR ('S' = O IRRF E REAJUSTADO POR FORA)
       FD  REMFORN-FILE.
       01  REMFORN-REG.
           05 RM-CNPJ          PIC 9(14).
           05 RM-SERVICO       PIC X(04).
           05 RM-LIQUIDO       PIC X(01).

      *> ALTERACAO DE DADOS BANCARIOS FICA ESTAGIADA AQUI, COM OS
      *> DADOS ANTIGOS AINDA VALENDO, ATE UM SEGUNDO USUARIO COM
      *> PERFIL DE SUPERVISOR CONFERIR ANTIGO X NOVO E CONFIRMAR --
           05 FP-USUARIO-SOLIC PIC X(10).
           05 FP-DATA-HORA-SOLIC PIC 9(14).

      *> REGIME 'S' SIMPLES NACIONAL, 'M' MEI, 'P' LUCRO PRESUMIDO,
      *> 'R' LUCRO REAL; DATA-FIM ZERADA E VIGENCIA EM ABERTO. ORIGEM
      *> 'M' DIGITADA AQUI, 'I' DA IMPORTACAO DO SIMPLES (IMPSIMP)
       FD  REGTRIB-FILE.
       01  REGTRIB-REG.
           05 RG-CHAVE.
              10 RG-CNPJ          PIC 9(14).
              10 RG-DATA-INICIO   PIC 9(08).
           05 RG-DATA-FIM         PIC 9(08).
           05 RG-REGIME           PIC X(01).
           05 RG-DECLARACAO       PIC X(01).
           05 RG-ORIGEM           PIC X(01).
           05 RG-DATA-HORA-ALT    PIC 9(14).

      *> F-ENDERECO CONTINUA LIVRE; O MUNICIPIO PELO CODIGO IBGE E QUE
      *> DEFINE O LOCAL DE INCIDENCIA DO ISS (ROTINA ISSMUNI)
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

       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 LG-DATA-HORA      PIC 9(14).
           88 STATUS-OK-FI           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FI VALUE '35'.
           88 REGISTRO-NAO-ENCONTRADO-FI VALUE '23'.
       01 WS-STATUS-REMFORN        PIC X(2).
           88 STATUS-OK-RM           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RM VALUE '35'.
       01 WS-RM-LIQUIDO            PIC X(01).
           88 RM-LIQUIDO-VALIDO      VALUES 'S', 'N'.
       01 WS-STATUS-FBPEND         PIC X(2).
           88 STATUS-OK-FP           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FP VALUE '35'.
       01 WS-FBP-DECISAO           PIC X(01).
       01 WS-STATUS-REGTRIB        PIC X(2).
           88 STATUS-OK-RG           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RG VALUE '35'.

      *> MANUTENCAO DO REGIME TRIBUTARIO: A ULTIMA VIGENCIA LIDA NA
      *> LISTAGEM E A QUE E ENCERRADA QUANDO ENTRA UM REGIME NOVO
       01 WS-RG-FIM-LEITURA        PIC X(01).
       01 WS-RG-QTD                PIC 9(03).
       01 WS-RG-ULT-INICIO         PIC 9(08).
       01 WS-RG-ULT-FIM            PIC 9(08).
       01 WS-RG-NOVO-REGIME        PIC X(01).
           88 RG-REGIME-VALIDO       VALUES 'S', 'M', 'P', 'R'.
       01 WS-RG-NOVA-DECLARACAO    PIC X(01).
       01 WS-RG-NOVO-INICIO        PIC 9(08).
       01 WS-RG-DATA-VALIDA        PIC X(01).
       01 WS-RG-TIPO-DATA          PIC X(01) VALUE 'G'.
       01 WS-RG-DESCRICAO          PIC X(16).

       01 WS-STATUS-FORNEND        PIC X(2).
           88 STATUS-OK-FE           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-FE VALUE '35'.
       01 WS-FE-EXISTE             PIC X(01).
       01 WS-FE-CEP-TXT            PIC X(08).
       01 WS-FE-IBGE-TXT           PIC X(07).
       01 WS-FE-UF-VALIDA          PIC X(01).
       01 WS-FE-IDX                PIC 9(02).
      *> CODIGO IBGE DA UF (DOIS PRIMEIROS DIGITOS DO MUNICIPIO)
       01 WS-TAB-UF-VALORES.
           05 FILLER PIC X(04) VALUE '11RO'.
           05 FILLER PIC X(04) VALUE '12AC'.
           05 FILLER PIC X(04) VALUE '13AM'.
           05 FILLER PIC X(04) VALUE '14RR'.
           05 FILLER PIC X(04) VALUE '15PA'.
           05 FILLER PIC X(04) VALUE '16AP'.
           05 FILLER PIC X(04) VALUE '17TO'.
           05 FILLER PIC X(04) VALUE '21MA'.
           05 FILLER PIC X(04) VALUE '22PI'.
           05 FILLER PIC X(04) VALUE '23CE'.
           05 FILLER PIC X(04) VALUE '24RN'.
           05 FILLER PIC X(04) VALUE '25PB'.
           05 FILLER PIC X(04) VALUE '26PE'.
           05 FILLER PIC X(04) VALUE '27AL'.
           05 FILLER PIC X(04) VALUE '28SE'.
           05 FILLER PIC X(04) VALUE '29BA'.
           05 FILLER PIC X(04) VALUE '31MG'.
           05 FILLER PIC X(04) VALUE '32ES'.
           05 FILLER PIC X(04) VALUE '33RJ'.
           05 FILLER PIC X(04) VALUE '35SP'.
           05 FILLER PIC X(04) VALUE '41PR'.
           05 FILLER PIC X(04) VALUE '42SC'.
           05 FILLER PIC X(04) VALUE '43RS'.
           05 FILLER PIC X(04) VALUE '50MS'.
           05 FILLER PIC X(04) VALUE '51MT'.
           05 FILLER PIC X(04) VALUE '52GO'.
           05 FILLER PIC X(04) VALUE '53DF'.
       01 WS-TAB-UF REDEFINES WS-TAB-UF-VALORES.
           05 WS-TAB-UF-ITEM OCCURS 27 TIMES.
              10 WS-TAB-UF-CODIGO  PIC 9(02).
              10 WS-TAB-UF-SIGLA   PIC X(02).

      *> TODA GRAVACAO NO CADASTRO DE FORNECEDORES PASSA PELO JORNAL
      *> DE TRANSACOES (ROTINA JORNAL), PARA O ROLL-FORWARD DO RESTAURA
           05 WS-JRN-ARQUIVO   PIC X(12).
           05 WS-JRN-OPERACAO  PIC X(01).
           05 WS-JRN-IMAGEM    PIC X(290).
      *> MASCARA DOS DADOS BANCARIOS NA TELA (MASCBCO); OPCAO DA
      *> AUDITORIA: 01 CONSULTA/ALTERACAO, 02 APROVACAO DA PENDENCIA,
      *> 03 COORDENADAS INTERNACIONAIS
       01 WS-MASCARA-PARM.
           05 WS-MC-PROGRAMA   PIC X(08) VALUE 'CADFORNE'.
           05 WS-MC-OPCAO      PIC 9(02).
           05 WS-MC-AUDITAR    PIC X(01) VALUE 'S'.
           05 WS-MC-MASCARADO  PIC X(01).
           05 WS-MC-CAMPO      PIC X(40) OCCURS 6 TIMES.
      *> BLOQUEIO DE EMPRESA SANCIONADA NO CEIS/CNEP (VERIFSAN)
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).
       01 WS-STATUS-ERRLOG         PIC X(2).
          88 STATUS-OK-EL           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-EL VALUE '35'.
       01 WS-CNPJ-VALIDO          PIC X(01) VALUE 'N'.
           88 CNPJ-VALIDO            VALUE 'S'.

      *> FAVORECIDO PESSOA JURIDICA (CNPJ) OU PESSOA FISICA (CPF:
      *> AUTONOMOS, ALUGUEL DE PESSOA FISICA, RPA). O CPF OCUPA A MESMA
      *> CHAVE F-CNPJ, ALINHADO A DIREITA COM ZEROS
       01 WS-TIPO-PESSOA          PIC X(01).
           88 TIPO-PESSOA-VALIDO     VALUES 'J', 'F'.
       01 WS-CPF-DIGITADO         PIC 9(11).

       01 WS-TELEFONE-DIGITADO    PIC X(11).
       01 WS-TELEFONE-VALIDO      PIC X(01) VALUE 'N'.
           88 TELEFONE-VALIDO        VALUE 'S'.
           DISPLAY "J - Dados Bancarios Internacionais (SWIFT/IBAN)".
           DISPLAY "C - Condicoes Comerciais".
           DISPLAY "M - Importar Lote de Fornecedores (FORNLOTE.DAT)".
           DISPLAY "T - Regime Tributario (Simples/MEI/Presumido/Real)".
           DISPLAY "N - Endereco Estruturado (CEP/Municipio IBGE)".
           DISPLAY "S - Sair para o menu principal".
           ACCEPT WS-OPCAO-CAD.

                   PERFORM 800-MANTER-CONDICOES-COMERCIAIS
               WHEN 'M'
                   CALL 'IMPFORN'
               WHEN 'T'
                   PERFORM 850-MANTER-REGIME-TRIBUTARIO
               WHEN 'N'
                   PERFORM 870-MANTER-ENDERECO-ESTRUTURADO
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
               GOBACK
           END-IF.

           MOVE SPACES TO WS-TIPO-PESSOA.
           PERFORM 315-DIGITAR-TIPO-PESSOA UNTIL TIPO-PESSOA-VALIDO.
           MOVE 'N' TO WS-CNPJ-VALIDO.
           PERFORM 320-DIGITAR-E-VALIDAR-CNPJ UNTIL CNPJ-VALIDO.

                   MOVE 'A' TO F-SITUACAO
                   MOVE 'PENDENTE' TO F-STATUS-APROVACAO
                   MOVE ZEROS TO F-CNPJ-SUCESSOR
                   MOVE WS-TIPO-PESSOA TO F-TIPO-PESSOA
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
                   MOVE WS-DH-DATA TO F-DATA-HORA-ALTERACAO(1:8)
                   MOVE WS-DH-HORA TO F-DATA-HORA-ALTERACAO(9:6)
                                   "pagar contas para ele."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "ERRO: CNPJ/CPF ja cadastrado no sistema."
           END-READ.
           CLOSE FORNECEDORES-FILE.

       315-DIGITAR-TIPO-PESSOA.
           DISPLAY "Tipo de favorecido (J = Pessoa Juridica/CNPJ, "
                   "F = Pessoa Fisica/CPF): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-PESSOA.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-PESSOA) TO WS-TIPO-PESSOA.
           IF NOT TIPO-PESSOA-VALIDO
               DISPLAY "Tipo invalido."
           END-IF.

      *> PEDE O CNPJ E SO ACEITA SE O DIGITO VERIFICADOR CONFERIR,
      *> DO MESMO JEITO QUE O LANCCONT JA REJEITA DATA DE VENCIMENTO
      *> ANTERIOR A DATA DE EMISSAO; PESSOA FISICA DIGITA O CPF, COM
      *> A VALIDACAO PROPRIA DO CPF
       320-DIGITAR-E-VALIDAR-CNPJ.
           IF WS-TIPO-PESSOA = 'F'
               PERFORM 325-DIGITAR-E-VALIDAR-CPF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o CNPJ (14 digitos): " WITH NO ADVANCING.
           ACCEPT F-CNPJ.

               DISPLAY "ERRO: CNPJ invalido (digito verificador nao confere)."
           END-IF.

       325-DIGITAR-E-VALIDAR-CPF.
           DISPLAY "Digite o CPF (11 digitos): " WITH NO ADVANCING.
           ACCEPT WS-CPF-DIGITADO.
           MOVE WS-CPF-DIGITADO TO F-CNPJ.

           MOVE WS-CPF-DIGITADO TO WS-CPF-TAB.
           PERFORM 340-CALCULAR-DV-CPF.

           IF WS-CPF-DIGITADO > ZERO AND
                   WS-CPF-DV1 = WS-CPF-DIG(10) AND
                   WS-CPF-DV2 = WS-CPF-DIG(11)
               MOVE 'S' TO WS-CNPJ-VALIDO
           ELSE
               DISPLAY "ERRO: CPF invalido (digito verificador nao confere)."
           END-IF.

      *> CALCULA OS DOIS DIGITOS VERIFICADORES DO CNPJ DIGITADO EM
      *> F-CNPJ, USANDO O MODULO 11 DA RECEITA FEDERAL, E DEIXA CADA
      *> ALGARISMO DE F-CNPJ SEPARADO EM WS-CNPJ-TAB
                   (WS-CNPJ-DIG(WS-I) * WS-PESO2(WS-I)).
           ADD 1 TO WS-I.

      *> CALCULA OS DOIS DIGITOS VERIFICADORES DO CPF SEPARADO EM
      *> WS-CPF-TAB (MODULO 11, PESOS 10..2 E DEPOIS 11..2), USADO NO
      *> CADASTRO DE PESSOA FISICA E NA CHAVE PIX DO TIPO CPF
       340-CALCULAR-DV-CPF.
           MOVE ZERO TO WS-SOMA-CPF.
           MOVE 10 TO WS-CPF-PESO.
           PERFORM 341-SOMAR-PESO-CPF
               VARYING WS-CPF-I FROM 1 BY 1 UNTIL WS-CPF-I > 9.
           MOVE FUNCTION MOD(WS-SOMA-CPF * 10, 11) TO WS-RESTO-CPF.
           IF WS-RESTO-CPF = 10
               MOVE ZERO TO WS-CPF-DV1
           ELSE
               MOVE WS-RESTO-CPF TO WS-CPF-DV1
           END-IF.

           MOVE ZERO TO WS-SOMA-CPF.
           MOVE 11 TO WS-CPF-PESO.
           PERFORM 341-SOMAR-PESO-CPF
               VARYING WS-CPF-I FROM 1 BY 1 UNTIL WS-CPF-I > 10.
           MOVE FUNCTION MOD(WS-SOMA-CPF * 10, 11) TO WS-RESTO-CPF.
           IF WS-RESTO-CPF = 10
               MOVE ZERO TO WS-CPF-DV2
           ELSE
               MOVE WS-RESTO-CPF TO WS-CPF-DV2
           END-IF.

       341-SOMAR-PESO-CPF.
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
                   (WS-CPF-DIG(WS-CPF-I) * WS-CPF-PESO).
           SUBTRACT 1 FROM WS-CPF-PESO.

      *> PEDE O TELEFONE E SO ACEITA SE FOREM 11 DIGITOS NUMERICOS;
       *> ACEITA NUM BUFFER ALFANUMERICO (E NAO DIRETO NO F-TELEFONE
       *> NUMERICO) PARA NAO DEIXAR O ACCEPT COMPLETAR COM ZEROS UM
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor a alterar: "
                   WITH NO ADVANCING.
           ACCEPT F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
               NOT INVALID KEY
                   MOVE F-CNPJ         TO WS-F-CNPJ
                   MOVE F-RAZAO-SOCIAL TO WS-F-RAZAO-SOCIAL
                   MOVE F-DATA-HORA-ALTERACAO TO WS-F-DATA-HORA-ALTERACAO

                   DISPLAY "Dados atuais:"
                   IF PESSOA-FISICA
                       DISPLAY "Tipo:         Pessoa Fisica (CPF)"
                   ELSE
                       DISPLAY "Tipo:         Pessoa Juridica (CNPJ)"
                   END-IF
                   DISPLAY "Razao Social: " F-RAZAO-SOCIAL
                   DISPLAY "Endereco:     " F-ENDERECO
                   DISPLAY "Telefone:     " F-TELEFONE
      *> ESTES DADOS ERAM DIGITADOS, RECUSA A GRAVACAO
                   READ FORNECEDORES-FILE
                       INVALID KEY
                           DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ
                                   " nao encontrado."
                       NOT INVALID KEY
                           IF F-DATA-HORA-ALTERACAO NOT =
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor a excluir: "
                   WITH NO ADVANCING.
           ACCEPT F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Fornecedor encontrado: " F-RAZAO-SOCIAL
                   IF F-SITUACAO = 'I'
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor a reativar: "
                   WITH NO ADVANCING.
           ACCEPT F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
               NOT INVALID KEY
                   IF F-SITUACAO = 'A'
                       DISPLAY "AVISO: Fornecedor ja esta ativo."
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor a aprovar: "
                   WITH NO ADVANCING.
           ACCEPT F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
               NOT INVALID KEY
                   IF F-STATUS-APROVACAO NOT = 'PENDENTE'
                       DISPLAY "AVISO: Fornecedor nao esta pendente de "
                               "aprovacao."
                   ELSE
                       DISPLAY "Fornecedor: " F-RAZAO-SOCIAL
                       PERFORM 657-VERIFICAR-SANCAO
                       IF WS-SAN-SANCIONADO = 'S' AND
                               WS-SAN-LIBERADO NOT = 'S'
                           DISPLAY "Aprovacao bloqueada ate o fim da "
                                   "sancao ou liberacao de compliance."
                       ELSE
                           DISPLAY "Confirma a aprovacao? (S/N): "
                                   WITH NO ADVANCING
                           ACCEPT WS-CONFIRMACAO
                           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) = 'S'
                               MOVE 'APROVADO' TO F-STATUS-APROVACAO
                               REWRITE FORNECEDOR-REG
                                   INVALID KEY
                                       DISPLAY "ERRO ao aprovar. Status: "
                                               WS-STATUS-FORNECEDORES
                                   NOT INVALID KEY
                                       DISPLAY "Fornecedor aprovado com sucesso!"
                                       MOVE 'A' TO WS-JRN-OPERACAO
                                       PERFORM 985-JORNALIZAR-FORNECEDOR
                               END-REWRITE
                           ELSE
                               DISPLAY "Operacao de aprovacao cancelada."
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

      *> EMPRESA NO CEIS/CNEP COM SANCAO EM VIGOR NAO E APROVADA, SALVO
      *> LIBERACAO DE COMPLIANCE (VERIFSAN)
       657-VERIFICAR-SANCAO.
           MOVE F-CNPJ TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S'
               IF WS-SAN-LIBERADO = 'S'
                   DISPLAY "AVISO: fornecedor sancionado no "
                           WS-SAN-CADASTRO " (" WS-SAN-TIPO
                           "), com liberacao de compliance."
               ELSE
                   DISPLAY "BLOQUEIO: fornecedor sancionado no "
                           WS-SAN-CADASTRO " - " WS-SAN-TIPO
                   DISPLAY "          Orgao: " WS-SAN-ORGAO
                           " Fim: " WS-SAN-DATA-FIM
               END-IF
           END-IF.

      *> FUNCAO PARA CADASTRAR/ALTERAR OS DADOS BANCARIOS E A CHAVE PIX
      *> DE UM FORNECEDOR JA EXISTENTE, USADOS PELO PGTOCONT NA HORA DE
      *> FAZER A REMESSA DO PAGAMENTO
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.

           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ " nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Fornecedor: " F-RAZAO-SOCIAL
           END-READ.
               NOT INVALID KEY
                   DISPLAY "Dados atuais:"
                   DISPLAY "Banco:    " FB-BANCO
                   MOVE SPACES TO WS-MC-CAMPO(1) WS-MC-CAMPO(2)
                       WS-MC-CAMPO(3) WS-MC-CAMPO(4) WS-MC-CAMPO(5)
                       WS-MC-CAMPO(6)
                   MOVE FB-AGENCIA TO WS-MC-CAMPO(1)
                   MOVE FB-CONTA TO WS-MC-CAMPO(2)
                   MOVE FB-PIX TO WS-MC-CAMPO(3)
                   MOVE 01 TO WS-MC-OPCAO
                   CALL 'MASCBCO' USING WS-MASCARA-PARM
                   DISPLAY "Agencia:  " WS-MC-CAMPO(1)(1:6)
                   DISPLAY "Conta:    " WS-MC-CAMPO(2)(1:12)
                   DISPLAY "Chave PIX:" WS-MC-CAMPO(3)
           END-READ.

           DISPLAY "--- Digite os novos dados ---".
                               WS-STATUS-FORNBANCO
                   NOT INVALID KEY
                       DISPLAY "Dados bancarios cadastrados com sucesso!"
                       MOVE 'I' TO WS-JRN-OPERACAO
                       MOVE SPACES TO WS-JRN-IMAGEM
                       MOVE FORNBANCO-REG TO WS-JRN-IMAGEM(1:76)
                       PERFORM 986-JORNALIZAR-FORNBANCO
               END-WRITE
           ELSE
      *> ALTERACAO NAO ENTRA DIRETO: FICA PENDENTE EM FBPEND.DAT, COM
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT FP-CNPJ.
           READ FBPEND-FILE
               INVALID KEY
                   FP-DATA-HORA-SOLIC(1:8) ".".
           DISPLAY "CAMPO      ATUAL             NOVO".
           DISPLAY "Banco      " FB-BANCO "               " FP-BANCO.
           MOVE FB-AGENCIA TO WS-MC-CAMPO(1).
           MOVE FP-AGENCIA TO WS-MC-CAMPO(2).
           MOVE FB-CONTA TO WS-MC-CAMPO(3).
           MOVE FP-CONTA TO WS-MC-CAMPO(4).
           MOVE FB-PIX TO WS-MC-CAMPO(5).
           MOVE FP-PIX TO WS-MC-CAMPO(6).
           MOVE 02 TO WS-MC-OPCAO.
           CALL 'MASCBCO' USING WS-MASCARA-PARM.
           DISPLAY "Agencia    " WS-MC-CAMPO(1)(1:6) "            "
                   WS-MC-CAMPO(2)(1:6).
           DISPLAY "Conta      " WS-MC-CAMPO(3)(1:12) "      "
                   WS-MC-CAMPO(4)(1:12).
           DISPLAY "Chave PIX  " WS-MC-CAMPO(5).
           DISPLAY "  -> nova  " WS-MC-CAMPO(6).
           DISPLAY "Tipo PIX   " FB-TIPO-PIX "                 "
                   FP-TIPO-PIX.
           DISPLAY "A = aplicar a alteracao, R = rejeitar, outra "
                                   "Status: " WS-STATUS-FORNBANCO
                       NOT INVALID KEY
                           DISPLAY "Alteracao bancaria aplicada."
                           MOVE 'A' TO WS-JRN-OPERACAO
                           MOVE SPACES TO WS-JRN-IMAGEM
                           MOVE FBPEND-REG TO WS-JRN-IMAGEM(1:100)
                           PERFORM 986-JORNALIZAR-FORNBANCO
                           DELETE FBPEND-FILE
                           END-DELETE
                           PERFORM 780-AUDITAR-ALTERACAO-BANCARIA
                       WS-STATUS-FORNECEDORES
               GOBACK
           END-IF.
           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ
                           " nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
               INVALID KEY
                   DISPLAY "Nenhuma coordenada cadastrada ainda."
               NOT INVALID KEY
                   MOVE SPACES TO WS-MC-CAMPO(1) WS-MC-CAMPO(2)
                       WS-MC-CAMPO(3) WS-MC-CAMPO(4) WS-MC-CAMPO(5)
                       WS-MC-CAMPO(6)
                   MOVE FI-IBAN TO WS-MC-CAMPO(1)
                   MOVE 03 TO WS-MC-OPCAO
                   CALL 'MASCBCO' USING WS-MASCARA-PARM
                   DISPLAY "Atual: SWIFT " FI-SWIFT " IBAN "
                           WS-MC-CAMPO(1)(1:34)
                   DISPLAY "Banco " FI-BANCO-NOME " pais " FI-PAIS
                           " moeda " FI-MOEDA
           END-READ.
                       WS-STATUS-FORNBINT
           END-IF.
           CLOSE FORNBINT-FILE.
           PERFORM 795-MANTER-CONTRATO-REMESSA.

      *> TIPO DE SERVICO DO CONTRATO E CLAUSULA DE VALOR LIQUIDO: COM O
      *> PAIS ACIMA, DEFINEM NO REMESINT AS ALIQUOTAS DE IRRF/CIDE/IOF
      *> E SE O IRRF E REAJUSTADO (GROSS-UP) SOBRE O VALOR DO TITULO
       795-MANTER-CONTRATO-REMESSA.
           OPEN I-O REMFORN-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RM
               OPEN OUTPUT REMFORN-FILE
               CLOSE REMFORN-FILE
               OPEN I-O REMFORN-FILE
           END-IF.
           IF NOT STATUS-OK-RM
               DISPLAY "ERRO ao abrir contrato de remessa. Status: "
                       WS-STATUS-REMFORN
               EXIT PARAGRAPH
           END-IF.

           MOVE F-CNPJ TO RM-CNPJ.
           READ REMFORN-FILE
               INVALID KEY
                   MOVE SPACES TO RM-SERVICO
                   MOVE 'N' TO RM-LIQUIDO
               NOT INVALID KEY
                   DISPLAY "Contrato atual: servico " RM-SERVICO
                           " valor liquido " RM-LIQUIDO
           END-READ.
           MOVE F-CNPJ TO RM-CNPJ.

           DISPLAY "Tipo de servico do contrato (ROYA, SERV, ASTE...): "
                   WITH NO ADVANCING.
           ACCEPT RM-SERVICO.
           MOVE FUNCTION UPPER-CASE(RM-SERVICO) TO RM-SERVICO.
           DISPLAY "Fornecedor recebe o valor liquido (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT WS-RM-LIQUIDO.
           MOVE FUNCTION UPPER-CASE(WS-RM-LIQUIDO) TO WS-RM-LIQUIDO.
           IF NOT RM-LIQUIDO-VALIDO
               DISPLAY "ERRO: informe S ou N. Contrato nao gravado."
               CLOSE REMFORN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RM-LIQUIDO TO RM-LIQUIDO.

           WRITE REMFORN-REG
               INVALID KEY
                   REWRITE REMFORN-REG
           END-WRITE.
           IF STATUS-OK-RM
               DISPLAY "Contrato de remessa gravado."
           ELSE
               DISPLAY "ERRO ao gravar o contrato. Status: "
                       WS-STATUS-REMFORN
           END-IF.
           CLOSE REMFORN-FILE.

      *> CONDICOES COMERCIAIS NEGOCIADAS COM O FORNECEDOR: PRAZO
      *> PADRAO DE PAGAMENTO (QUE O LANCCONT SUGERE COMO VENCIMENTO),
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ
                           " nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH

           CLOSE TERMOS-FILE.

      *> REGIME TRIBUTARIO DO FORNECEDOR COM HISTORICO DE VIGENCIAS:
      *> O PGTOCONT E O AGENDEXE CONSULTAM (VERIFREG) O REGIME NA DATA
      *> DO PAGAMENTO PARA DISPENSAR IRRF/CSRF DE OPTANTE PELO SIMPLES
      *> COM DECLARACAO E DE MEI. UM REGIME NOVO ENCERRA A VIGENCIA
      *> ANTERIOR NA VESPERA DO SEU INICIO; O HISTORICO NAO E APAGADO
       850-MANTER-REGIME-TRIBUTARIO.
           DISPLAY "--- Regime Tributario do Fornecedor ---".
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK
               DISPLAY "Erro ao abrir arquivo de fornecedores: "
                       WS-STATUS-FORNECEDORES
               MOVE 'FORNECEDOR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-FORNECEDORES TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ
                           " nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.
           CLOSE FORNECEDORES-FILE.

           OPEN I-O REGTRIB-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RG
               OPEN OUTPUT REGTRIB-FILE
               CLOSE REGTRIB-FILE
               OPEN I-O REGTRIB-FILE
           END-IF.
           IF NOT STATUS-OK-RG
               DISPLAY "ERRO ao abrir regime tributario. Status: "
                       WS-STATUS-REGTRIB
               MOVE 'REGTRIB' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-REGTRIB TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RG-QTD WS-RG-ULT-INICIO WS-RG-ULT-FIM.
           MOVE 'N' TO WS-RG-FIM-LEITURA.
           MOVE F-CNPJ TO RG-CNPJ.
           MOVE ZERO TO RG-DATA-INICIO.
           START REGTRIB-FILE KEY IS GREATER THAN OR EQUAL TO RG-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-RG-FIM-LEITURA
           END-START.
           DISPLAY "Inicio    Fim       Regime           Decl. Origem".
           PERFORM 855-LISTAR-VIGENCIA UNTIL WS-RG-FIM-LEITURA = 'Y'.
           IF WS-RG-QTD = ZERO
               DISPLAY "Nenhum regime cadastrado (retencao normal)."
           END-IF.

           DISPLAY "Novo regime (S=Simples M=MEI P=Presumido R=Real, "
                   "ENTER = manter): " WITH NO ADVANCING.
           MOVE SPACES TO WS-RG-NOVO-REGIME.
           ACCEPT WS-RG-NOVO-REGIME.
           MOVE FUNCTION UPPER-CASE(WS-RG-NOVO-REGIME)
               TO WS-RG-NOVO-REGIME.
           IF WS-RG-NOVO-REGIME = SPACES
               CLOSE REGTRIB-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT RG-REGIME-VALIDO
               DISPLAY "Regime invalido."
               CLOSE REGTRIB-FILE
               EXIT PARAGRAPH
           END-IF.

      *> SO O OPTANTE PELO SIMPLES DECLARA A CONDICAO AO TOMADOR; O
      *> MEI E DISPENSADO SEM DECLARACAO
           MOVE 'N' TO WS-RG-NOVA-DECLARACAO.
           IF WS-RG-NOVO-REGIME = 'S'
               DISPLAY "Declaracao de optante pelo Simples entregue "
                       "(S/N)? " WITH NO ADVANCING
               ACCEPT WS-RG-NOVA-DECLARACAO
               MOVE FUNCTION UPPER-CASE(WS-RG-NOVA-DECLARACAO)
                   TO WS-RG-NOVA-DECLARACAO
               IF WS-RG-NOVA-DECLARACAO NOT = 'S'
                   MOVE 'N' TO WS-RG-NOVA-DECLARACAO
                   DISPLAY "Sem a declaracao o IRRF e a CSRF continuam "
                           "sendo retidos."
               END-IF
           END-IF.

           DISPLAY "Inicio da vigencia (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-RG-NOVO-INICIO.
           CALL 'VALDATA' USING WS-RG-NOVO-INICIO WS-RG-TIPO-DATA
               WS-RG-DATA-VALIDA.
           IF WS-RG-DATA-VALIDA NOT = 'S'
               CLOSE REGTRIB-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RG-NOVO-INICIO NOT > WS-RG-ULT-INICIO
               DISPLAY "ERRO: a nova vigencia deve comecar depois da "
                       "ultima (inicio " WS-RG-ULT-INICIO ")."
               CLOSE REGTRIB-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-RG-QTD > ZERO AND (WS-RG-ULT-FIM = ZERO OR
                   WS-RG-ULT-FIM NOT < WS-RG-NOVO-INICIO)
               PERFORM 860-ENCERRAR-VIGENCIA
           END-IF.

           MOVE F-CNPJ TO RG-CNPJ.
           MOVE WS-RG-NOVO-INICIO TO RG-DATA-INICIO.
           MOVE ZERO TO RG-DATA-FIM.
           MOVE WS-RG-NOVO-REGIME TO RG-REGIME.
           MOVE WS-RG-NOVA-DECLARACAO TO RG-DECLARACAO.
           MOVE 'M' TO RG-ORIGEM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO RG-DATA-HORA-ALT(1:8).
           MOVE WS-DH-HORA TO RG-DATA-HORA-ALT(9:6).
           WRITE REGTRIB-REG
               INVALID KEY
                   DISPLAY "ERRO ao gravar regime. Status: "
                           WS-STATUS-REGTRIB
               NOT INVALID KEY
                   DISPLAY "Regime tributario gravado com sucesso!"
           END-WRITE.
           CLOSE REGTRIB-FILE.

       855-LISTAR-VIGENCIA.
           READ REGTRIB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RG-FIM-LEITURA
               NOT AT END
                   IF RG-CNPJ NOT = F-CNPJ
                       MOVE 'Y' TO WS-RG-FIM-LEITURA
                   ELSE
                       ADD 1 TO WS-RG-QTD
                       MOVE RG-DATA-INICIO TO WS-RG-ULT-INICIO
                       MOVE RG-DATA-FIM TO WS-RG-ULT-FIM
                       EVALUATE RG-REGIME
                           WHEN 'S' MOVE "Simples Nacional" TO WS-RG-DESCRICAO
                           WHEN 'M' MOVE "MEI"              TO WS-RG-DESCRICAO
                           WHEN 'P' MOVE "Lucro Presumido"  TO WS-RG-DESCRICAO
                           WHEN 'R' MOVE "Lucro Real"       TO WS-RG-DESCRICAO
                           WHEN OTHER MOVE RG-REGIME        TO WS-RG-DESCRICAO
                       END-EVALUATE
                       DISPLAY RG-DATA-INICIO "  " RG-DATA-FIM "  "
                               WS-RG-DESCRICAO " " RG-DECLARACAO
                               "     " RG-ORIGEM
                   END-IF
           END-READ.

      *> FECHA A VIGENCIA ANTERIOR NA VESPERA DO NOVO INICIO
       860-ENCERRAR-VIGENCIA.
           MOVE F-CNPJ TO RG-CNPJ.
           MOVE WS-RG-ULT-INICIO TO RG-DATA-INICIO.
           READ REGTRIB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE RG-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RG-NOVO-INICIO) - 1).
           REWRITE REGTRIB-REG
               INVALID KEY
                   DISPLAY "ERRO ao encerrar a vigencia anterior. "
                           "Status: " WS-STATUS-REGTRIB
               NOT INVALID KEY
                   DISPLAY "Vigencia iniciada em " WS-RG-ULT-INICIO
                           " encerrada em " RG-DATA-FIM "."
           END-REWRITE.

      *> ENDERECO COM MUNICIPIO PELO CODIGO IBGE, USADO PARA DECIDIR
      *> ONDE O ISS DO SERVICO E DEVIDO. A UF TEM DE BATER COM OS DOIS
      *> PRIMEIROS DIGITOS DO CODIGO DO MUNICIPIO
       870-MANTER-ENDERECO-ESTRUTURADO.
           DISPLAY "--- Endereco Estruturado do Fornecedor ---".
           OPEN INPUT FORNECEDORES-FILE.
           IF NOT STATUS-OK
               DISPLAY "Erro ao abrir arquivo de fornecedores: "
                       WS-STATUS-FORNECEDORES
               MOVE 'FORNECEDOR' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-FORNECEDORES TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               GOBACK
           END-IF.

           DISPLAY "Digite o CNPJ/CPF do fornecedor: " WITH NO ADVANCING.
           ACCEPT F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "ERRO: Fornecedor com CNPJ/CPF " F-CNPJ
                           " nao encontrado."
                   CLOSE FORNECEDORES-FILE
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.
           DISPLAY "Endereco (texto livre): " F-ENDERECO.
           CLOSE FORNECEDORES-FILE.

           OPEN I-O FORNEND-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-FE
               OPEN OUTPUT FORNEND-FILE
               CLOSE FORNEND-FILE
               OPEN I-O FORNEND-FILE
           END-IF.
           IF NOT STATUS-OK-FE
               DISPLAY "ERRO ao abrir endereco estruturado. Status: "
                       WS-STATUS-FORNEND
               MOVE 'FORNEND' TO WS-ERR-ARQUIVO
               MOVE WS-STATUS-FORNEND TO WS-ERR-STATUS
               PERFORM 990-GRAVAR-LOG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE F-CNPJ TO FE-CNPJ.
           READ FORNEND-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FE-EXISTE
                   DISPLAY "Endereco estruturado ainda nao cadastrado."
               NOT INVALID KEY
                   MOVE 'S' TO WS-FE-EXISTE
                   DISPLAY "Atual: " FE-LOGRADOURO " " FE-NUMERO " "
                           FE-COMPLEMENTO
                   DISPLAY "       " FE-BAIRRO " CEP " FE-CEP
                   DISPLAY "       " FE-MUNICIPIO " (" FE-COD-IBGE ") "
                           FE-UF
           END-READ.

           MOVE F-CNPJ TO FE-CNPJ.
           DISPLAY "Logradouro: " WITH NO ADVANCING.
           ACCEPT FE-LOGRADOURO.
           DISPLAY "Numero: " WITH NO ADVANCING.
           ACCEPT FE-NUMERO.
           DISPLAY "Complemento: " WITH NO ADVANCING.
           ACCEPT FE-COMPLEMENTO.
           DISPLAY "Bairro: " WITH NO ADVANCING.
           ACCEPT FE-BAIRRO.

           DISPLAY "CEP (8 digitos): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FE-CEP-TXT.
           ACCEPT WS-FE-CEP-TXT.
           IF WS-FE-CEP-TXT IS NOT NUMERIC
               DISPLAY "ERRO: CEP deve ter 8 digitos."
               CLOSE FORNEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FE-CEP-TXT TO FE-CEP.

           DISPLAY "Municipio: " WITH NO ADVANCING.
           ACCEPT FE-MUNICIPIO.
           MOVE FUNCTION UPPER-CASE(FE-MUNICIPIO) TO FE-MUNICIPIO.
           DISPLAY "Codigo IBGE do municipio (7 digitos): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FE-IBGE-TXT.
           ACCEPT WS-FE-IBGE-TXT.
           IF WS-FE-IBGE-TXT IS NOT NUMERIC
               DISPLAY "ERRO: codigo IBGE deve ter 7 digitos."
               CLOSE FORNEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FE-IBGE-TXT TO FE-COD-IBGE.
           DISPLAY "UF: " WITH NO ADVANCING.
           ACCEPT FE-UF.
           MOVE FUNCTION UPPER-CASE(FE-UF) TO FE-UF.

           MOVE 'N' TO WS-FE-UF-VALIDA.
           PERFORM 875-CONFERIR-UF-IBGE
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > 27 OR WS-FE-UF-VALIDA = 'S'.
           IF WS-FE-UF-VALIDA NOT = 'S'
               DISPLAY "ERRO: UF " FE-UF " nao corresponde ao codigo IBGE "
                       FE-COD-IBGE "."
               CLOSE FORNEND-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO FE-DATA-HORA-ALT(1:8).
           MOVE WS-DH-HORA TO FE-DATA-HORA-ALT(9:6).
           IF WS-FE-EXISTE = 'S'
               REWRITE FORNEND-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar endereco. Status: "
                               WS-STATUS-FORNEND
                   NOT INVALID KEY
                       DISPLAY "Endereco estruturado alterado com sucesso!"
               END-REWRITE
           ELSE
               WRITE FORNEND-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar endereco. Status: "
                               WS-STATUS-FORNEND
                   NOT INVALID KEY
                       DISPLAY "Endereco estruturado gravado com sucesso!"
               END-WRITE
           END-IF.
           CLOSE FORNEND-FILE.

       875-CONFERIR-UF-IBGE.
           IF WS-TAB-UF-CODIGO(WS-FE-IDX) = FE-COD-IBGE(1:2) AND
                   WS-TAB-UF-SIGLA(WS-FE-IDX) = FE-UF
               MOVE 'S' TO WS-FE-UF-VALIDA
           END-IF.

      *> PEDE O TIPO E A CHAVE PIX E SO ACEITA O PAR QUE VALIDA:
      *> CPF/CNPJ PELO DIGITO VERIFICADOR, E-MAIL E TELEFONE PELO
      *> FORMATO, EVP PELO FORMATO DE UUID. CHAVE DO TIPO DOCUMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PIX-DIGITADA(1:11) TO WS-CPF-TAB.
           PERFORM 340-CALCULAR-DV-CPF.

           IF WS-CPF-DV1 NOT = WS-CPF-DIG(10) OR
                   WS-CPF-DV2 NOT = WS-CPF-DIG(11)
               EXIT PARAGRAPH
           END-IF.

      *> PARA FAVORECIDO PESSOA FISICA A CHAVE NO PROPRIO CPF E O
      *> NORMAL; QUALQUER OUTRO CPF CONTINUA SENDO ALERTA
           MOVE WS-PIX-DIGITADA(1:11) TO WS-CPF-DIGITADO.
           IF PESSOA-FISICA AND WS-CPF-DIGITADO = F-CNPJ
               MOVE 'S' TO WS-PIX-VALIDA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "*** ALERTA DE FRAUDE ***".
           DISPLAY "*** A chave e um CPF de pessoa fisica, nao o CNPJ/CPF "
                   "do fornecedor " F-CNPJ " -- confirme com a area "
                   "de compras antes de pagar. ***".
           MOVE 'S' TO WS-PIX-VALIDA.
       985-JORNALIZAR-FORNECEDOR.
           MOVE 'FORNECEDOR' TO WS-JRN-ARQUIVO.
           MOVE SPACES TO WS-JRN-IMAGEM.
           MOVE FORNECEDOR-REG TO WS-JRN-IMAGEM(1:195).
           PERFORM 980-GRAVAR-JORNAL.

      *> DADOS BANCARIOS NAO ENTRAM NO ROLL-FORWARD, MAS FICAM NO
      *> JORNAL PARA A AUDITORIA DE SEGREGACAO DE FUNCOES: A INCLUSAO
      *> ('I') LEVA O REGISTRO DO FORNBANCO E A CONFIRMACAO ('A') LEVA
      *> A PENDENCIA CONFIRMADA, COM QUEM SOLICITOU; QUEM CONFIRMOU E
      *> O USUARIO DA LINHA DO JORNAL
       986-JORNALIZAR-FORNBANCO.
           MOVE 'FORNBANCO' TO WS-JRN-ARQUIVO.
           PERFORM 980-GRAVAR-JORNAL.
