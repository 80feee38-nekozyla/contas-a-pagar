       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCBCO.
       AUTHOR. carol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT AUDITORIA-FILE *> Log de auditoria do sistema
               ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

      *> A VISUALIZACAO INTEGRAL VAI PARA A AUDITORIA COM RESULTADO 'V'
      *> E A OPCAO INFORMADA PELO PROGRAMA CHAMADOR
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 LG-DATA-HORA      PIC 9(14).
           05 LG-USUARIO        PIC X(10).
           05 LG-PROGRAMA       PIC X(08).
           05 LG-OPCAO          PIC 9(02).
           05 LG-RESULTADO      PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SESSAO        PIC X(2).
           88 STATUS-OK-SS           VALUE '00'.
       01 WS-STATUS-AUDITORIA     PIC X(2).
           88 STATUS-OK-LG           VALUE '00'.
           88 ARQUIVO-NAO-ENCONTRADO-LG VALUE '35'.
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           05 FILLER               PIC X(07).

       01 WS-MODO-BATCH           PIC X(01) EXTERNAL.

       01 WS-USUARIO-SESSAO       PIC X(10).
       01 WS-PERFIL-SESSAO        PIC X(01).
       01 WS-IDX                  PIC 9(01).
       01 WS-POS                  PIC 9(02).
       01 WS-TAM                  PIC 9(02).
       01 WS-VISIVEIS             PIC 9(02) VALUE 4.

       LINKAGE SECTION.
      *> AREA PADRAO DE CHAMADA: O PROGRAMA QUE VAI MOSTRAR OU IMPRIMIR
      *> AGENCIA, CONTA, CHAVE PIX OU IBAN DE FORNECEDOR COPIA OS CAMPOS
      *> PARA LNK-CAMPO (OS NAO USADOS EM BRANCO) E CHAMA 'MASCBCO'
      *> ANTES DO DISPLAY OU DA LINHA DE SPOOL/CSV. LNK-AUDITAR 'S'
      *> REGISTRA A VISUALIZACAO INTEGRAL; RELATORIOS PASSAM 'S' SO NA
      *> PRIMEIRA LINHA PARA NAO ENCHER A AUDITORIA
       01  LNK-MASCARA-PARM.
           05 LNK-PROGRAMA      PIC X(08).
           05 LNK-OPCAO         PIC 9(02).
           05 LNK-AUDITAR       PIC X(01).
           05 LNK-MASCARADO     PIC X(01).
           05 LNK-CAMPO         PIC X(40) OCCURS 6 TIMES.

       PROCEDURE DIVISION USING LNK-MASCARA-PARM.
      *> DADOS BANCARIOS E PIX DE FORNECEDOR SO APARECEM POR INTEIRO
      *> PARA A TESOURARIA (T) E A ADMINISTRACAO (S); PARA OS DEMAIS
      *> PERFIS, E EM TUDO QUE SAI DA RODADA NOTURNA, FICAM SO OS
      *> ULTIMOS 4 CARACTERES. CADA VISUALIZACAO INTEGRAL E AUDITADA
       100-MASCARAR.
           PERFORM 200-LER-USUARIO-SESSAO.
           IF WS-MODO-BATCH NOT = 'S'
                   AND (WS-PERFIL-SESSAO = 'S' OR WS-PERFIL-SESSAO = 'T')
               MOVE 'N' TO LNK-MASCARADO
               IF LNK-AUDITAR = 'S'
                   PERFORM 400-GRAVAR-AUDITORIA
               END-IF
               GOBACK
           END-IF.

           MOVE 'S' TO LNK-MASCARADO.
           PERFORM 300-MASCARAR-CAMPO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6.
           GOBACK.

       200-LER-USUARIO-SESSAO.
           MOVE SPACES TO WS-USUARIO-SESSAO.
           MOVE SPACE TO WS-PERFIL-SESSAO.
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

      *> TROCA POR '*' TUDO QUE NAO E BRANCO, MENOS OS 4 ULTIMOS
      *> CARACTERES PREENCHIDOS; VALOR DE ATE 4 CARACTERES (AGENCIA)
      *> FICA TODO COBERTO
       300-MASCARAR-CAMPO.
           MOVE ZERO TO WS-TAM.
           PERFORM 310-ACHAR-TAMANHO
               VARYING WS-POS FROM 40 BY -1
               UNTIL WS-POS < 1 OR WS-TAM > ZERO.
           IF WS-TAM = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAM > WS-VISIVEIS
               SUBTRACT WS-VISIVEIS FROM WS-TAM
           END-IF.
           PERFORM 320-COBRIR-POSICAO
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-TAM.

       310-ACHAR-TAMANHO.
           IF LNK-CAMPO(WS-IDX)(WS-POS:1) NOT = SPACE
               MOVE WS-POS TO WS-TAM
           END-IF.

       320-COBRIR-POSICAO.
           IF LNK-CAMPO(WS-IDX)(WS-POS:1) NOT = SPACE
               MOVE '*' TO LNK-CAMPO(WS-IDX)(WS-POS:1)
           END-IF.

       400-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-LG
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF NOT STATUS-OK-LG
               DISPLAY "AVISO: nao foi possivel gravar a auditoria da "
                       "consulta bancaria. Status: " WS-STATUS-AUDITORIA
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO LG-DATA-HORA(1:8).
           MOVE WS-DH-HORA TO LG-DATA-HORA(9:6).
           MOVE WS-USUARIO-SESSAO TO LG-USUARIO.
           MOVE LNK-PROGRAMA TO LG-PROGRAMA.
           MOVE LNK-OPCAO TO LG-OPCAO.
           MOVE 'V' TO LG-RESULTADO.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.
