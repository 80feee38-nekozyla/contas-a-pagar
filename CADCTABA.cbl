               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHEQANUL.

           SELECT PERFBCO-FILE *> Perfil de layout CNAB 240 por banco
               ASSIGN TO 'PERFBCO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-BANCO
               FILE STATUS IS WS-STATUS-PERFBCO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTABCO-FILE.
           05 CA-DATA          PIC 9(08).
           05 CA-MOTIVO        PIC X(40).

      *> PERFIL DE LAYOUT DO BANCO USADO PELO CNAB240: CONVENIO E
      *> INSCRICAO DA EMPRESA NO BANCO, VERSOES DE LAYOUT DO ARQUIVO E
      *> DOS LOTES, FORMATO DE AGENCIA/CONTA ('F' FEBRABAN, 'I' ITAU),
      *> FORMA E CAMARA DA TED E SEGMENTOS OPCIONAIS (B E J-52)
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONTABCO      PIC X(2).
           88 STATUS-OK-CB           VALUE '00'.
       01 WS-STATUS-CHEQANUL      PIC X(2).
           88 STATUS-OK-CA           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CA VALUE '35'.
       01 WS-STATUS-PERFBCO       PIC X(2).
           88 STATUS-OK-PB           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-PB VALUE '35'.
       01 WS-NUM-CHEQUE-ANULADO   PIC 9(06).
       01 WS-ENTRADA              PIC X(40).
       01 WS-MOTIVO-ANULACAO      PIC X(40).
       01 WS-OPCAO                PIC X(01).
       01 WS-PAUSA                PIC X(01).
           DISPLAY "M - Movimentar saldo (deposito/retirada manual)".
           DISPLAY "T - Talao de cheques da conta".
           DISPLAY "V - Anular cheque".
           DISPLAY "P - Perfil de layout CNAB do banco".
           DISPLAY "X - Transferencia entre contas da empresa".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

                   PERFORM 600-MANTER-TALAO
               WHEN 'V'
                   PERFORM 700-ANULAR-CHEQUE
               WHEN 'P'
                   PERFORM 800-MANTER-PERFIL-LAYOUT
               WHEN 'X'
                   CALL 'TRANSBCO'
               WHEN 'S'
                   CONTINUE
               WHEN OTHER

      *> LANCA UM CREDITO (DEPOSITO, RESGATE) OU DEBITO MANUAL NO SALDO
      *> DE UMA CONTA; OS DEBITOS DE PAGAMENTO SAO FEITOS PELO PROPRIO
      *> PGTOCONT NA HORA DE QUITAR CADA CONTA A PAGAR; DINHEIRO QUE
      *> PASSA DE UMA CONTA DA EMPRESA PARA OUTRA VAI PELA OPCAO X
      *> (TRANSBCO), QUE LANCA AS DUAS PERNAS JUNTAS
       500-MOVIMENTAR-SALDO.
           DISPLAY "--- Movimento Manual de Saldo ---".
           OPEN I-O CONTABCO-FILE.
           CLOSE CHEQANUL-FILE.
           DISPLAY "Cheque " WS-NUM-CHEQUE-ANULADO
                   " anulado e documentado.".

      *> PERFIL DE LAYOUT CNAB 240 DO BANCO. CADA BANCO ACEITA O PADRAO
      *> FEBRABAN COM VARIACOES (VERSAO, CONVENIO, FORMATO DA CONTA,
      *> SEGMENTOS OPCIONAIS); A REMESSA SO E GERADA PARA UMA CONTA
      *> CUJO BANCO TENHA PERFIL. NA ALTERACAO, ENTER MANTEM O VALOR
       800-MANTER-PERFIL-LAYOUT.
           DISPLAY "--- Perfil de Layout CNAB 240 do Banco ---".
           OPEN I-O PERFBCO-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-PB
               OPEN OUTPUT PERFBCO-FILE
               CLOSE PERFBCO-FILE
               OPEN I-O PERFBCO-FILE
           END-IF.
           IF NOT STATUS-OK-PB
               DISPLAY "ERRO ao abrir arquivo de perfis. Status: "
                       WS-STATUS-PERFBCO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Digite o Codigo do Banco (ex.: 341): "
                   WITH NO ADVANCING.
           ACCEPT PB-BANCO.

           MOVE 'N' TO WS-ACHOU-REGISTRO.
           READ PERFBCO-FILE
               INVALID KEY
                   PERFORM 810-PERFIL-PADRAO
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-REGISTRO
           END-READ.
           PERFORM 820-EXIBIR-PERFIL.

           DISPLAY "Nome do banco: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-NOME-BANCO
           END-IF.
           DISPLAY "CNPJ da empresa no convenio: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               COMPUTE PB-CNPJ-EMPRESA = FUNCTION NUMVAL(WS-ENTRADA)
           END-IF.
           DISPLAY "Nome da empresa no banco: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-NOME-EMPRESA
           END-IF.
           DISPLAY "Codigo do convenio: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-CONVENIO
           END-IF.
           DISPLAY "Versao do layout do arquivo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-VERSAO-ARQUIVO
           END-IF.
           DISPLAY "Versao do layout de lote (pagamentos): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-VERSAO-LOTE
           END-IF.
           DISPLAY "Versao do layout de lote (contas/tributos): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-VERSAO-LOTE-TRIB
           END-IF.
           DISPLAY "Densidade de gravacao: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               COMPUTE PB-DENSIDADE = FUNCTION NUMVAL(WS-ENTRADA)
           END-IF.
           DISPLAY "Formato de agencia/conta (F=FEBRABAN / I=Itau): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1:1))
                 TO PB-FORMATO-CONTA
           END-IF.
           DISPLAY "Forma de lancamento da TED (41/43/03): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-FORMA-TED
           END-IF.
           DISPLAY "Camara da TED (018 TED / 700 DOC): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-CAMARA-TED
           END-IF.
           DISPLAY "Gera segmento B no credito em conta (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1:1)) TO PB-USA-SEG-B
           END-IF.
           DISPLAY "Gera segmento J-52 no boleto (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1:1)) TO PB-USA-J52
           END-IF.
           DISPLAY "Uso reservado do banco no header: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO PB-RESERVADO-BANCO
           END-IF.

           IF PB-FORMATO-CONTA NOT = 'F' AND PB-FORMATO-CONTA NOT = 'I'
               DISPLAY "ERRO: formato de agencia/conta invalido."
               CLOSE PERFBCO-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACHOU-REGISTRO = 'S'
               REWRITE PERFBCO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao alterar perfil. Status: "
                               WS-STATUS-PERFBCO
                   NOT INVALID KEY
                       DISPLAY "Perfil alterado com sucesso!"
               END-REWRITE
           ELSE
               WRITE PERFBCO-REG
                   INVALID KEY
                       DISPLAY "ERRO ao gravar perfil. Status: "
                               WS-STATUS-PERFBCO
                   NOT INVALID KEY
                       DISPLAY "Perfil cadastrado com sucesso!"
               END-WRITE
           END-IF.
           CLOSE PERFBCO-FILE.

      *> PERFIL NOVO COMECA NO PADRAO FEBRABAN (ARQUIVO 089, LOTE 045,
      *> LOTE DE TRIBUTOS 012, TED 41 PELA CAMARA 018, SEGMENTOS B E
      *> J-52); O ITAU USA O PROPRIO FORMATO DE AGENCIA/CONTA
       810-PERFIL-PADRAO.
           MOVE SPACES TO PB-NOME-BANCO PB-NOME-EMPRESA PB-CONVENIO
                          PB-RESERVADO-BANCO.
           MOVE ZERO TO PB-CNPJ-EMPRESA.
           MOVE '089' TO PB-VERSAO-ARQUIVO.
           MOVE '045' TO PB-VERSAO-LOTE.
           MOVE '012' TO PB-VERSAO-LOTE-TRIB.
           MOVE 01600 TO PB-DENSIDADE.
           IF PB-BANCO = '341'
               MOVE 'I' TO PB-FORMATO-CONTA
               MOVE '040' TO PB-VERSAO-ARQUIVO
               MOVE '040' TO PB-VERSAO-LOTE
               MOVE '030' TO PB-VERSAO-LOTE-TRIB
           ELSE
               MOVE 'F' TO PB-FORMATO-CONTA
           END-IF.
           MOVE '41' TO PB-FORMA-TED.
           MOVE '018' TO PB-CAMARA-TED.
           MOVE 'S' TO PB-USA-SEG-B.
           MOVE 'S' TO PB-USA-J52.
           DISPLAY "Banco sem perfil: valores padrao sugeridos.".

       820-EXIBIR-PERFIL.
           DISPLAY "Banco " PB-BANCO " " PB-NOME-BANCO.
           DISPLAY "Empresa " PB-CNPJ-EMPRESA " " PB-NOME-EMPRESA.
           DISPLAY "Convenio " PB-CONVENIO.
           DISPLAY "Versoes arquivo/lote/tributos " PB-VERSAO-ARQUIVO
                   "/" PB-VERSAO-LOTE "/" PB-VERSAO-LOTE-TRIB
                   " densidade " PB-DENSIDADE.
           DISPLAY "Formato conta " PB-FORMATO-CONTA " TED forma "
                   PB-FORMA-TED " camara " PB-CAMARA-TED
                   " seg.B " PB-USA-SEG-B " J-52 " PB-USA-J52.
