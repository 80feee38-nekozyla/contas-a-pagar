       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-MOV-JUSTIFICATIVA     PIC X(60).
       01 WS-APROVADOR-COD         PIC X(06).
       01 WS-APROVADOR-SENHA       PIC X(10).

      *> A SENHA DO APROVADOR E CONFERIDA PELO SENHACRP CONTRA O SAL +
      *> RESUMO GRAVADO NO CADASTRO
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO          PIC X(01).
           05 WS-SH-SENHA           PIC X(10).
           05 WS-SH-GRAVADA         PIC X(26).
           05 WS-SH-CONFERE         PIC X(01).
       01 WS-APROVACAO-OK          PIC X(01).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           IF AP-SENHA NOT = SPACES
               DISPLAY "Senha do aprovador: " WITH NO ADVANCING
               ACCEPT WS-APROVADOR-SENHA
               MOVE 'C' TO WS-SH-FUNCAO
               MOVE WS-APROVADOR-SENHA TO WS-SH-SENHA
               MOVE AP-SENHA TO WS-SH-GRAVADA
               CALL 'SENHACRP' USING WS-SENHA-PARM
               IF WS-SH-CONFERE NOT = 'S'
                   DISPLAY "Senha do aprovador nao confere."
                   EXIT PARAGRAPH
               END-IF
