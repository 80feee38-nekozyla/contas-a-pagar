               ALTERNATE RECORD KEY IS FN-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FONEW.

      *> VISAO DO FORNECEDOR.DAT JA COM SUCESSOR E LIMITE, MAS AINDA
      *> SEM O TIPO DE PESSOA (TODO O CADASTRO ERA DE CNPJ)
           SELECT FOCNPJ-FILE
               ASSIGN TO 'FORNECEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FJ-CNPJ
               ALTERNATE RECORD KEY IS FJ-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FOCNPJ.

           SELECT HIOLD-FILE
               ASSIGN TO 'HISTPAGTO.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTO-CNPJ-FORN
               FILE STATUS IS WS-STATUS-CTOLD.

      *> VISAO DO CONTRATO.DAT JA COM NATUREZA, REAJUSTE E TETO, MAS
      *> AINDA SEM O NUMERO DO CONTRATO E O PERCENTUAL DE CAUCAO
           SELECT CTREAJ-FILE
               ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CNPJ-FORN
               FILE STATUS IS WS-STATUS-CTREAJ.

           SELECT CTNEW-FILE
               ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS AN-CODIGO
               FILE STATUS IS WS-STATUS-APNEW.

      *> VISOES DO USUARIOS.DAT E DO APROVADOR.DAT COM A SENHA AINDA
      *> GRAVADA EM CLARO (10 POSICOES), ANTES DO SAL + RESUMO
           SELECT USUCLR-FILE
               ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-USUARIO
               FILE STATUS IS WS-STATUS-USUCLR.

           SELECT APCLR-FILE
               ASSIGN TO 'APROVADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CODIGO
               FILE STATUS IS WS-STATUS-APCLR.

           SELECT AGOLD-FILE
               ASSIGN TO 'AGENDPAG.DAT'
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS AGN-DATA-PROG WITH DUPLICATES
               FILE STATUS IS WS-STATUS-AGNEW.

           SELECT RAOLD-FILE
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAO-CHAVE
               FILE STATUS IS WS-STATUS-RAOLD.

           SELECT RANEW-FILE
               ASSIGN TO 'RATEIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAN-CHAVE
               FILE STATUS IS WS-STATUS-RANEW.

           SELECT CSOLD-FILE
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSO-CHAVE
               FILE STATUS IS WS-STATUS-CSOLD.

           SELECT CSNEW-FILE
               ASSIGN TO 'CESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-CHAVE
               FILE STATUS IS WS-STATUS-CSNEW.

           SELECT MIGTMP-FILE *> Copia temporaria durante a conversao
               ASSIGN TO 'MIGRATMP.DAT'
               ORGANIZATION IS SEQUENTIAL
           05 UN-USUARIO       PIC X(10).
           05 UN-NOME          PIC X(30).
           05 UN-SITUACAO      PIC X(01).
           05 UN-SENHA         PIC X(26).
           05 UN-PERFIL        PIC X(01).
           05 UN-DATA-TROCA-SENHA PIC 9(08).
           05 UN-TENTATIVAS    PIC 9(02).
           05 UN-BLOQUEADO     PIC X(01).
           05 UN-SENHAS-ANT.
              10 UN-SENHA-ANT  PIC X(26) OCCURS 3 TIMES.

       FD  LEMOLD-FILE.
       01  LEMOLD-REG.
           05 FN-DATA-HORA-ALTERACAO PIC 9(14).
           05 FN-CNPJ-SUCESSOR  PIC 9(14).
           05 FN-LIMITE-COMPROMET PIC 9(10)V99.
           05 FN-TIPO-PESSOA    PIC X(01).

       FD  FOCNPJ-FILE.
       01  FOCNPJ-REG.
           05 FJ-CNPJ           PIC 9(14).
           05 FJ-RAZAO-SOCIAL   PIC X(40).
           05 FJ-ENDERECO       PIC X(50).
           05 FJ-TELEFONE       PIC 9(11).
           05 FJ-EMAIL          PIC X(30).
           05 FJ-SITUACAO       PIC X(01).
           05 FJ-STATUS-APROVACAO PIC X(08).
           05 FJ-DATA-HORA-ALTERACAO PIC 9(14).
           05 FJ-CNPJ-SUCESSOR  PIC 9(14).
           05 FJ-LIMITE-COMPROMET PIC 9(10)V99.

       FD  HIOLD-FILE.
       01  HIOLD-REG.
           05 CTN-VALOR-TOTAL   PIC 9(12)V99.
           05 CTN-VALOR-GERADO  PIC 9(12)V99.
           05 CTN-COMPETENCIA-FIM PIC 9(06).
           05 CTN-NUM-CONTRATO  PIC X(15).
           05 CTN-PERC-CAUCAO   PIC 9(02)V99.

       FD  CTREAJ-FILE.
       01  CTREAJ-REG.
           05 CTR-CNPJ-FORN     PIC 9(14).
           05 CTR-DESCRICAO     PIC X(40).
           05 CTR-VALOR         PIC 9(10)V99.
           05 CTR-DIA-VENCIMENTO PIC 9(02).
           05 CTR-SITUACAO      PIC X(01).
           05 CTR-NATUREZA      PIC X(04).
           05 CTR-INDICE        PIC X(05).
           05 CTR-MES-ANIVERSARIO PIC 9(02).
           05 CTR-ANO-MES-ULT-REAJ PIC 9(06).
           05 CTR-VALOR-TOTAL   PIC 9(12)V99.
           05 CTR-VALOR-GERADO  PIC 9(12)V99.
           05 CTR-COMPETENCIA-FIM PIC 9(06).

       FD  FBOLD-FILE.
       01  FBOLD-REG.
       01  APNEW-REG.
           05 AN-CODIGO        PIC X(06).
           05 AN-NOME          PIC X(30).
           05 AN-SENHA         PIC X(26).
           05 AN-SITUACAO      PIC X(01).

       FD  USUCLR-FILE.
       01  USUCLR-REG.
           05 UC-USUARIO       PIC X(10).
           05 UC-NOME          PIC X(30).
           05 UC-SITUACAO      PIC X(01).
           05 UC-SENHA         PIC X(10).
           05 UC-PERFIL        PIC X(01).
           05 UC-DATA-TROCA-SENHA PIC 9(08).
           05 UC-TENTATIVAS    PIC 9(02).
           05 UC-BLOQUEADO     PIC X(01).
           05 UC-SENHAS-ANT.
              10 UC-SENHA-ANT  PIC X(10) OCCURS 3 TIMES.

       FD  APCLR-FILE.
       01  APCLR-REG.
           05 AC-CODIGO        PIC X(06).
           05 AC-NOME          PIC X(30).
           05 AC-SENHA         PIC X(10).
           05 AC-SITUACAO      PIC X(01).

       FD  AGOLD-FILE.
       01  AGOLD-REG.
           05 AGO-CHAVE.
           05 AGN-MOTIVO        PIC X(30).
           05 AGN-CONTA-EMPRESA PIC X(04).

       FD  RAOLD-FILE.
       01  RAOLD-REG.
           05 RAO-CHAVE.
              10 RAO-NUM-DOC    PIC 9(10).
              10 RAO-CNPJ-FORN  PIC 9(14).
              10 RAO-SEQ        PIC 9(02).
           05 RAO-CENTRO-CUSTO  PIC X(06).
           05 RAO-PERCENTUAL    PIC 9(03)V99.
           05 RAO-VALOR         PIC 9(10)V99.

       FD  RANEW-FILE.
       01  RANEW-REG.
           05 RAN-CHAVE.
              10 RAN-NUM-DOC    PIC 9(10).
              10 RAN-CNPJ-FORN  PIC 9(14).
              10 RAN-SEQ        PIC 9(02).
           05 RAN-CENTRO-CUSTO  PIC X(06).
           05 RAN-PERCENTUAL    PIC 9(03)V99.
           05 RAN-VALOR         PIC 9(10)V99.
           05 RAN-NATUREZA      PIC X(04).

       FD  CSOLD-FILE.
       01  CSOLD-REG.
           05 CSO-CHAVE.
              10 CSO-NUM-DOC    PIC 9(10).
              10 CSO-CNPJ-FORN  PIC 9(14).
           05 CSO-DADOS         PIC X(140).

       FD  CSNEW-FILE.
       01  CSNEW-REG.
           05 CSN-CHAVE.
              10 CSN-NUM-DOC    PIC 9(10).
              10 CSN-CNPJ-FORN  PIC 9(14).
           05 CSN-DADOS         PIC X(140).
           05 CSN-LINHA-DIGITAVEL PIC X(47).

       FD  MIGTMP-FILE.
       01  MIGTMP-REG             PIC X(300).

           88 ARQUIVO-NAO-ENCONTRADO-FO VALUE '35'.
       01 WS-STATUS-FONEW         PIC X(2).
           88 STATUS-OK-FN           VALUE '00'.
       01 WS-STATUS-FOCNPJ        PIC X(2).
           88 STATUS-OK-FJ           VALUE '00'.
       01 WS-FORN-ORIGEM          PIC X(01).
       01 WS-STATUS-HIOLD         PIC X(2).
           88 STATUS-OK-HO           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-HO VALUE '35'.
           88 ARQUIVO-NAO-ENCONTRADO-CTO VALUE '35'.
       01 WS-STATUS-CTNEW         PIC X(2).
           88 STATUS-OK-CTN          VALUE '00'.
       01 WS-STATUS-CTREAJ        PIC X(2).
           88 STATUS-OK-CTR          VALUE '00'.
       01 WS-CONT-ORIGEM          PIC X(01).
       01 WS-STATUS-FBOLD         PIC X(2).
           88 STATUS-OK-BO           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-BO VALUE '35'.
           88 ARQUIVO-NAO-ENCONTRADO-AGO VALUE '35'.
       01 WS-STATUS-AGNEW         PIC X(2).
           88 STATUS-OK-AGN          VALUE '00'.
       01 WS-STATUS-USUCLR        PIC X(2).
           88 STATUS-OK-UC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-UC VALUE '35'.
       01 WS-STATUS-APCLR         PIC X(2).
           88 STATUS-OK-AC           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-AC VALUE '35'.
       01 WS-STATUS-RAOLD         PIC X(2).
           88 STATUS-OK-RAO          VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-RAO VALUE '35'.
       01 WS-STATUS-RANEW         PIC X(2).
           88 STATUS-OK-RAN          VALUE '00'.
       01 WS-STATUS-CSOLD         PIC X(2).
           88 STATUS-OK-CSO          VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-CSO VALUE '35'.
       01 WS-STATUS-CSNEW         PIC X(2).
           88 STATUS-OK-CSN          VALUE '00'.
       01 WS-STATUS-MIGTMP        PIC X(2).
           88 STATUS-OK-TM           VALUE '00'.

       01 WS-DATA-HOJE            PIC 9(08).
       01 WS-CONVERSAO-OK         PIC X(01).

      *> PROTECAO DAS SENHAS: CADA SENHA EM CLARO (ATUAL E HISTORICO)
      *> VIRA SAL + RESUMO PELO SENHACRP, A MESMA ROTINA DO LOGIN
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO        PIC X(01).
           05 WS-SH-SENHA         PIC X(10).
           05 WS-SH-GRAVADA       PIC X(26).
           05 WS-SH-CONFERE       PIC X(01).
       01 WS-SENHA-J              PIC 9(01).
       01 WS-POS-SENHA            PIC 9(03).
       01 WS-QTD-SENHAS           PIC 9(06).

       PROCEDURE DIVISION.
      *> CONVERSAO UNICA DOS ARQUIVOS QUE MUDARAM DE LAYOUT NESTA
      *> VERSAO. RODAR UMA VEZ, ANTES DA PRIMEIRA SESSAO DO MENU:
      *> - CONTAPAGAR, FORNECEDOR, HISTPAGTO, CONTRATO, FORNBANCO E
      *>   APROVADOR GANHARAM CAMPOS NO FIM DO REGISTRO: A CONVERSAO
      *>   COPIA OS DADOS ANTIGOS E COMPLEMENTA OS CAMPOS NOVOS COM
      *>   VALORES NEUTROS;
      *> - CONTRATO.DAT GANHOU O NUMERO DO CONTRATO E O PERCENTUAL DE
      *>   CAUCAO: OS CONTRATOS EXISTENTES ENTRAM SEM NUMERO E SEM
      *>   CAUCAO, VENHAM DO LAYOUT ORIGINAL OU DO QUE JA TINHA
      *>   REAJUSTE E TETO;
      *> - FORNECEDOR.DAT GANHOU O TIPO DE PESSOA (J = CNPJ, F = CPF):
      *>   TODO O CADASTRO EXISTENTE ENTRA COMO 'J', VENHA ELE DO
      *>   LAYOUT ORIGINAL OU DO QUE JA TINHA SUCESSOR E LIMITE;
      *> - USUARIOS.DAT E APROVADOR.DAT PASSARAM A GUARDAR SAL +
      *>   RESUMO DA SENHA EM VEZ DA SENHA EM CLARO: A CONVERSAO
      *>   PROTEGE AS SENHAS ATUAIS E O HISTORICO SEM MEXER NA DATA
      *>   DA ULTIMA TROCA, ENTAO NINGUEM E OBRIGADO A TROCAR NO DIA.
      *> - CESSAO.DAT GANHOU A LINHA DIGITAVEL DO BOLETO REEMITIDO AO
      *>   CESSIONARIO: AS CESSOES EXISTENTES ENTRAM SEM LINHA, E AS
      *>   QUE DIZEM TER BOLETO FICAM FORA DO CNAB ATE A LINHA SER
      *>   INFORMADA NO CADCESS.
      *> UM ARQUIVO JA CONVERTIDO E DETECTADO PELO TAMANHO DO REGISTRO
      *> (STATUS 39 NA VISAO ANTIGA) E DEIXADO EM PAZ
       100-INICIAR.
           DISPLAY "B - Converter FORNBANCO.DAT (tipo da chave PIX)".
           DISPLAY "A - Converter APROVADOR.DAT (senha/situacao)".
           DISPLAY "G - Converter AGENDPAG.DAT (situacao/motivo/conta)".
           DISPLAY "R - Converter RATEIO.DAT (natureza por linha)".
           DISPLAY "E - Converter CESSAO.DAT (linha do boleto cedido)".
           DISPLAY "P - Proteger senhas (USUARIOS e APROVADOR)".
           DISPLAY "S - Sair".
           ACCEPT WS-OPCAO.

                   PERFORM 860-CONVERTER-APROVADOR
               WHEN 'G'
                   PERFORM 885-CONVERTER-AGENDA
               WHEN 'R'
                   PERFORM 896-CONVERTER-RATEIO
               WHEN 'E'
                   PERFORM 992-CONVERTER-CESSAO
               WHEN 'P'
                   PERFORM 900-PROTEGER-SENHAS
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
               CLOSE FOOLD-FILE
               EXIT PARAGRAPH
           END-IF.
      *> O ARQUIVO PODE ESTAR NO LAYOUT ORIGINAL OU NO LAYOUT QUE JA
      *> TEM SUCESSOR E LIMITE; SO QUANDO NENHUM DOS DOIS ABRE ELE E
      *> DADO COMO CONVERTIDO
           MOVE 'O' TO WS-FORN-ORIGEM.
           IF NOT STATUS-OK-FO
               CLOSE FOOLD-FILE
               OPEN INPUT FOCNPJ-FILE
               IF NOT STATUS-OK-FJ
                   DISPLAY "AVISO: FORNECEDOR.DAT nao abre nos layouts "
                           "antigos (status " WS-STATUS-FOOLD " / "
                           WS-STATUS-FOCNPJ "); provavelmente ja esta "
                           "convertido."
                   CLOSE FOCNPJ-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'J' TO WS-FORN-ORIGEM
           END-IF.
           DISPLAY "Confirma a conversao de FORNECEDOR.DAT? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Conversao cancelada."
               IF WS-FORN-ORIGEM = 'O'
                   CLOSE FOOLD-FILE
               ELSE
                   CLOSE FOCNPJ-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           IF WS-FORN-ORIGEM = 'O'
               PERFORM 740-COPIAR-FORNECEDOR UNTIL WS-FIM-LEITURA = 'Y'
               CLOSE FOOLD-FILE
           ELSE
               PERFORM 745-COPIAR-FORNECEDOR-CNPJ
                   UNTIL WS-FIM-LEITURA = 'Y'
               CLOSE FOCNPJ-FILE
           END-IF.
           CLOSE MIGTMP-FILE.

           OPEN INPUT MIGTMP-FILE.
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE FOOLD-REG TO MIGTMP-REG(1:168)
                   MOVE ZEROS TO MIGTMP-REG(169:26)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       745-COPIAR-FORNECEDOR-CNPJ.
           READ FOCNPJ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE FOCNPJ-REG TO MIGTMP-REG(1:194)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE MIGTMP-REG(1:194) TO FONEW-REG(1:194)
                   MOVE 'J' TO FN-TIPO-PESSOA
                   WRITE FONEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: registro duplicado ignorado."
               CLOSE CTOLD-FILE
               EXIT PARAGRAPH
           END-IF.
      *> O ARQUIVO PODE ESTAR NO LAYOUT ORIGINAL OU NO LAYOUT QUE JA
      *> TEM NATUREZA, REAJUSTE E TETO; SO QUANDO NENHUM DOS DOIS ABRE
      *> ELE E DADO COMO CONVERTIDO
           MOVE 'O' TO WS-CONT-ORIGEM.
           IF NOT STATUS-OK-CTO
               CLOSE CTOLD-FILE
               OPEN INPUT CTREAJ-FILE
               IF NOT STATUS-OK-CTR
                   DISPLAY "AVISO: CONTRATO.DAT nao abre nos layouts "
                           "antigos (status " WS-STATUS-CTOLD " / "
                           WS-STATUS-CTREAJ "); provavelmente ja esta "
                           "convertido."
                   CLOSE CTREAJ-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO WS-CONT-ORIGEM
           END-IF.
           DISPLAY "Confirma a conversao de CONTRATO.DAT? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Conversao cancelada."
               IF WS-CONT-ORIGEM = 'O'
                   CLOSE CTOLD-FILE
               ELSE
                   CLOSE CTREAJ-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           IF WS-CONT-ORIGEM = 'O'
               PERFORM 810-COPIAR-CONTRATO UNTIL WS-FIM-LEITURA = 'Y'
               CLOSE CTOLD-FILE
           ELSE
               PERFORM 815-COPIAR-CONTRATO-REAJ
                   UNTIL WS-FIM-LEITURA = 'Y'
               CLOSE CTREAJ-FILE
           END-IF.
           CLOSE MIGTMP-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           CLOSE CTNEW-FILE.
           DISPLAY "Registros lidos/gravados: " WS-QTD-LIDOS " / "
                   WS-QTD-GRAVADOS.
           IF WS-CONT-ORIGEM = 'O'
               DISPLAY "Contratos entraram sem indice de reajuste e sem "
                       "teto; complete no modulo de contratos."
           END-IF.
           DISPLAY "Contratos entraram sem numero e sem caucao; "
                   "complete no modulo de contratos.".

       810-COPIAR-CONTRATO.
           READ CTOLD-FILE NEXT RECORD
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       815-COPIAR-CONTRATO-REAJ.
           READ CTREAJ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE CTREAJ-REG TO MIGTMP-REG(1:125)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       820-REGRAVAR-CONTRATO.
           READ MIGTMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF WS-CONT-ORIGEM = 'O'
                       MOVE MIGTMP-REG(1:69) TO CTNEW-REG(1:69)
                       MOVE SPACES TO CTN-NATUREZA
                       MOVE SPACES TO CTN-INDICE
                       MOVE ZEROS TO CTN-MES-ANIVERSARIO
                       MOVE WS-DATA-HOJE(1:6) TO CTN-ANO-MES-ULT-REAJ
                       MOVE ZEROS TO CTN-VALOR-TOTAL
                       MOVE ZEROS TO CTN-VALOR-GERADO
                       MOVE ZEROS TO CTN-COMPETENCIA-FIM
                   ELSE
                       MOVE MIGTMP-REG(1:125) TO CTNEW-REG(1:125)
                   END-IF
                   MOVE SPACES TO CTN-NUM-CONTRATO
                   MOVE ZEROS TO CTN-PERC-CAUCAO
                   WRITE CTNEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: registro duplicado ignorado."
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.

      *> RATEIO: AS LINHAS ANTIGAS FICAM SEM NATUREZA PROPRIA E SEGUEM
      *> A NATUREZA DA CONTA, COMO ANTES
       896-CONVERTER-RATEIO.
           DISPLAY "--- Conversao de RATEIO.DAT ---".
           OPEN INPUT RAOLD-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-RAO
               DISPLAY "AVISO: RATEIO.DAT nao existe; nada a "
                       "converter."
               CLOSE RAOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-RAO
               DISPLAY "AVISO: RATEIO.DAT nao abre no layout antigo "
                       "(status " WS-STATUS-RAOLD "); provavelmente ja "
                       "esta convertido."
               CLOSE RAOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma a conversao de RATEIO.DAT? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Conversao cancelada."
               CLOSE RAOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 897-COPIAR-RATEIO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE RAOLD-FILE.
           CLOSE MIGTMP-FILE.

           OPEN INPUT MIGTMP-FILE.
           OPEN OUTPUT RANEW-FILE.
           IF NOT STATUS-OK-RAN
               DISPLAY "ERRO ao recriar RATEIO.DAT. Status: "
                       WS-STATUS-RANEW
               CLOSE MIGTMP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 898-REGRAVAR-RATEIO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE MIGTMP-FILE.
           CLOSE RANEW-FILE.
           DISPLAY "Registros lidos/gravados: " WS-QTD-LIDOS " / "
                   WS-QTD-GRAVADOS.

       897-COPIAR-RATEIO.
           READ RAOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE RAOLD-REG TO MIGTMP-REG(1:49)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       898-REGRAVAR-RATEIO.
           READ MIGTMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE MIGTMP-REG(1:49) TO RANEW-REG(1:49)
                   MOVE SPACES TO RAN-NATUREZA
                   WRITE RANEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: registro duplicado ignorado."
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.

      *> SENHAS: USUARIOS E APROVADORES AINDA COM A SENHA EM CLARO SAO
      *> COPIADOS PARA A AREA TEMPORARIA E REGRAVADOS NO LAYOUT NOVO,
      *> CADA SENHA COM SAL PROPRIO. A DATA DA ULTIMA TROCA, AS
      *> TENTATIVAS E O BLOQUEIO FICAM COMO ESTAVAM; SENHA EM BRANCO
      *> CONTINUA EM BRANCO
       900-PROTEGER-SENHAS.
           DISPLAY "--- Protecao das senhas gravadas ---".
           DISPLAY "Confirma a protecao das senhas de USUARIOS.DAT e "
                   "APROVADOR.DAT? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Conversao cancelada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 910-PROTEGER-USUARIOS.
           PERFORM 950-PROTEGER-APROVADORES.

       910-PROTEGER-USUARIOS.
           OPEN INPUT USUCLR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-UC
               DISPLAY "AVISO: USUARIOS.DAT nao existe; nada a converter."
               CLOSE USUCLR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-UC
               DISPLAY "AVISO: USUARIOS.DAT nao abre no layout de senha "
                       "em claro (status " WS-STATUS-USUCLR "); "
                       "provavelmente ja esta protegido."
               CLOSE USUCLR-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 920-COPIAR-USUARIO-CLARO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE USUCLR-FILE.
           CLOSE MIGTMP-FILE.

           OPEN INPUT MIGTMP-FILE.
           OPEN OUTPUT USUNEW-FILE.
           IF NOT STATUS-OK-UN
               DISPLAY "ERRO ao recriar USUARIOS.DAT. Status: "
                       WS-STATUS-USUNEW
               CLOSE MIGTMP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE ZERO TO WS-QTD-SENHAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 930-REGRAVAR-USU-PROTEGIDO
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE MIGTMP-FILE.
           CLOSE USUNEW-FILE.

           DISPLAY "Usuarios lidos/gravados: " WS-QTD-LIDOS " / "
                   WS-QTD-GRAVADOS.
           DISPLAY "Senhas protegidas (atuais e historico): "
                   WS-QTD-SENHAS.

       920-COPIAR-USUARIO-CLARO.
           READ USUCLR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE USUCLR-REG TO MIGTMP-REG(1:93)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

      *> NA COPIA TEMPORARIA A SENHA ATUAL ESTA EM 42-51 E AS TRES
      *> ANTERIORES EM 64-93, DEZ POSICOES CADA
       930-REGRAVAR-USU-PROTEGIDO.
           READ MIGTMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE MIGTMP-REG(1:10) TO UN-USUARIO
                   MOVE MIGTMP-REG(11:30) TO UN-NOME
                   MOVE MIGTMP-REG(41:1) TO UN-SITUACAO
                   MOVE MIGTMP-REG(42:10) TO WS-SH-SENHA
                   PERFORM 990-PROTEGER-SENHA
                   MOVE WS-SH-GRAVADA TO UN-SENHA
                   MOVE MIGTMP-REG(52:1) TO UN-PERFIL
                   MOVE MIGTMP-REG(53:8) TO UN-DATA-TROCA-SENHA
                   MOVE MIGTMP-REG(61:2) TO UN-TENTATIVAS
                   MOVE MIGTMP-REG(63:1) TO UN-BLOQUEADO
                   PERFORM 940-PROTEGER-HISTORICO
                       VARYING WS-SENHA-J FROM 1 BY 1
                       UNTIL WS-SENHA-J > 3
                   WRITE USUNEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: usuario duplicado ignorado."
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.

       940-PROTEGER-HISTORICO.
           COMPUTE WS-POS-SENHA = 64 + (WS-SENHA-J - 1) * 10.
           MOVE MIGTMP-REG(WS-POS-SENHA:10) TO WS-SH-SENHA.
           PERFORM 990-PROTEGER-SENHA.
           MOVE WS-SH-GRAVADA TO UN-SENHA-ANT(WS-SENHA-J).

       950-PROTEGER-APROVADORES.
           OPEN INPUT APCLR-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-AC
               DISPLAY "AVISO: APROVADOR.DAT nao existe; nada a "
                       "converter."
               CLOSE APCLR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-AC
               DISPLAY "AVISO: APROVADOR.DAT nao abre no layout de "
                       "senha em claro (status " WS-STATUS-APCLR "); "
                       "provavelmente ja esta protegido."
               CLOSE APCLR-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 960-COPIAR-APROVADOR-CLARO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE APCLR-FILE.
           CLOSE MIGTMP-FILE.

           OPEN INPUT MIGTMP-FILE.
           OPEN OUTPUT APNEW-FILE.
           IF NOT STATUS-OK-AN
               DISPLAY "ERRO ao recriar APROVADOR.DAT. Status: "
                       WS-STATUS-APNEW
               CLOSE MIGTMP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE ZERO TO WS-QTD-SENHAS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 970-REGRAVAR-APROV-PROTEGIDO
               UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE MIGTMP-FILE.
           CLOSE APNEW-FILE.

           DISPLAY "Aprovadores lidos/gravados: " WS-QTD-LIDOS " / "
                   WS-QTD-GRAVADOS.
           DISPLAY "Senhas protegidas: " WS-QTD-SENHAS.

       960-COPIAR-APROVADOR-CLARO.
           READ APCLR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE APCLR-REG TO MIGTMP-REG(1:47)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       970-REGRAVAR-APROV-PROTEGIDO.
           READ MIGTMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE MIGTMP-REG(1:6) TO AN-CODIGO
                   MOVE MIGTMP-REG(7:30) TO AN-NOME
                   MOVE MIGTMP-REG(37:10) TO WS-SH-SENHA
                   PERFORM 990-PROTEGER-SENHA
                   MOVE WS-SH-GRAVADA TO AN-SENHA
                   MOVE MIGTMP-REG(47:1) TO AN-SITUACAO
                   WRITE APNEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: aprovador duplicado ignorado."
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.

      *> SENHA EM BRANCO FICA EM BRANCO (O LOGIN E AS APROVACOES JA
      *> TRATAM ESSE CASO); AS DEMAIS GANHAM SAL NOVO E RESUMO
       990-PROTEGER-SENHA.
           IF WS-SH-SENHA = SPACES
               MOVE SPACES TO WS-SH-GRAVADA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G' TO WS-SH-FUNCAO.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           ADD 1 TO WS-QTD-SENHAS.

      *> CESSAO: AS CESSOES EXISTENTES ENTRAM SEM A LINHA DO BOLETO
      *> REEMITIDO; NAS QUE TEM BOLETO CEDIDO A LINHA E INFORMADA
      *> REGISTRANDO A MESMA CESSAO DE NOVO NO CADCESS
       992-CONVERTER-CESSAO.
           DISPLAY "--- Conversao de CESSAO.DAT ---".
           OPEN INPUT CSOLD-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CSO
               DISPLAY "AVISO: CESSAO.DAT nao existe; nada a "
                       "converter."
               CLOSE CSOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT STATUS-OK-CSO
               DISPLAY "AVISO: CESSAO.DAT nao abre no layout antigo "
                       "(status " WS-STATUS-CSOLD "); provavelmente ja "
                       "esta convertido."
               CLOSE CSOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma a conversao de CESSAO.DAT? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMACAO.
           IF FUNCTION UPPER-CASE(WS-CONFIRMACAO) NOT = 'S'
               DISPLAY "Conversao cancelada."
               CLOSE CSOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MIGTMP-FILE.
           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 994-COPIAR-CESSAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CSOLD-FILE.
           CLOSE MIGTMP-FILE.

           OPEN INPUT MIGTMP-FILE.
           OPEN OUTPUT CSNEW-FILE.
           IF NOT STATUS-OK-CSN
               DISPLAY "ERRO ao recriar CESSAO.DAT. Status: "
                       WS-STATUS-CSNEW
               CLOSE MIGTMP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-GRAVADOS.
           MOVE 'N' TO WS-FIM-LEITURA.
           PERFORM 996-REGRAVAR-CESSAO UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE MIGTMP-FILE.
           CLOSE CSNEW-FILE.
           DISPLAY "Registros lidos/gravados: " WS-QTD-LIDOS " / "
                   WS-QTD-GRAVADOS.
           DISPLAY "Cessoes com boleto reemitido entraram sem a linha "
                   "digitavel; informe-a registrando a cessao de novo "
                   "no cadastro de cessoes.".

       994-COPIAR-CESSAO.
           READ CSOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE SPACES TO MIGTMP-REG
                   MOVE CSOLD-REG TO MIGTMP-REG(1:164)
                   WRITE MIGTMP-REG
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       996-REGRAVAR-CESSAO.
           READ MIGTMP-FILE
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE MIGTMP-REG(1:164) TO CSNEW-REG(1:164)
                   MOVE SPACES TO CSN-LINHA-DIGITAVEL
                   WRITE CSNEW-REG
                       INVALID KEY
                           DISPLAY "AVISO: registro duplicado ignorado."
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
           END-READ.
