           05 US-USUARIO       PIC X(10).
           05 US-NOME          PIC X(30).
           05 US-SITUACAO      PIC X(01).
           05 US-SENHA         PIC X(26).
           05 US-PERFIL        PIC X(01).
           05 US-DATA-TROCA-SENHA PIC 9(08).
           05 US-TENTATIVAS    PIC 9(02).
           05 US-BLOQUEADO     PIC X(01).
           05 US-SENHAS-ANT.
              10 US-SENHA-ANT  PIC X(26) OCCURS 3 TIMES.

       FD  APROVADOR-FILE.
       01  APROVADOR-REG.
           05 AP-CODIGO        PIC X(06).
           05 AP-NOME          PIC X(30).
           05 AP-SENHA         PIC X(26).
           05 AP-SITUACAO      PIC X(01).

      *> UMA DELEGACAO VIGENTE POR TITULAR: QUEM SUBSTITUI, DE QUANDO
      *> TITULAR, COM A SENHA DELE -- NADA DE COMPARTILHAR SENHA
       01 WS-TITULAR-COD          PIC X(06).
       01 WS-TITULAR-SENHA        PIC X(10).
       01 WS-TITULAR-SENHA-REG    PIC X(26).
       01 WS-SUBSTITUTO-COD       PIC X(06).
       01 WS-USUARIO-SESSAO       PIC X(10) VALUE SPACES.
       01 WS-DATA-HORA-ATUAL.
       01 WS-SENHA-TAM            PIC 9(02).
       01 WS-SENHA-I              PIC 9(02).
       01 WS-SENHA-CH             PIC X(01).
       01 WS-SENHA-REPETIDA       PIC X(01).
       01 WS-SENHA-J              PIC 9(01).

      *> NENHUMA SENHA E GRAVADA EM CLARO: O SENHACRP GERA O SAL +
      *> RESUMO NA GRAVACAO E CONFERE A DIGITADA CONTRA ELE
       01 WS-SENHA-PARM.
           05 WS-SH-FUNCAO        PIC X(01).
           05 WS-SH-SENHA         PIC X(10).
           05 WS-SH-GRAVADA       PIC X(26).
           05 WS-SH-CONFERE       PIC X(01).
       01 WS-OPCAO-USUARIO        PIC X(01).
       01 WS-OPCAO-APROVADOR      PIC X(01).
       01 WS-PAUSA                PIC X(01).
                   MOVE 'N' TO WS-SENHA-VALIDA
                   PERFORM 360-DIGITAR-SENHA-NOVA
                       UNTIL WS-SENHA-VALIDA = 'S'
                   PERFORM 380-PROTEGER-SENHA-NOVA
                   MOVE WS-SH-GRAVADA TO US-SENHA
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO US-DATA-TROCA-SENHA
                   DISPLAY "Perfil (S=supervisor / T=tesouraria / "
                           "O=operador): " WITH NO ADVANCING
                   ACCEPT US-PERFIL
                   MOVE FUNCTION UPPER-CASE(US-PERFIL) TO US-PERFIL
                   IF US-PERFIL NOT = 'S' AND US-PERFIL NOT = 'T'
                       MOVE 'O' TO US-PERFIL
                   END-IF
                   MOVE 'A' TO US-SITUACAO
                   MOVE US-SENHA-ANT(2) TO US-SENHA-ANT(3)
                   MOVE US-SENHA-ANT(1) TO US-SENHA-ANT(2)
                   MOVE US-SENHA TO US-SENHA-ANT(1)
                   PERFORM 380-PROTEGER-SENHA-NOVA
                   MOVE WS-SH-GRAVADA TO US-SENHA
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO US-DATA-TROCA-SENHA
                   DISPLAY "Perfil (S=supervisor / T=tesouraria / "
                           "O=operador): " WITH NO ADVANCING
                   ACCEPT US-PERFIL
                   MOVE FUNCTION UPPER-CASE(US-PERFIL) TO US-PERFIL
                   IF US-PERFIL NOT = 'S' AND US-PERFIL NOT = 'T'
                       MOVE 'O' TO US-PERFIL
                   END-IF
                   REWRITE USUARIO-REG
                       "numeros."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SENHA-REPETIDA.
           PERFORM 365-CONFERIR-REUSO
               VARYING WS-SENHA-J FROM 0 BY 1
               UNTIL WS-SENHA-J > 3.
           IF WS-SENHA-REPETIDA = 'S'
               DISPLAY "ERRO: a senha nao pode repetir nenhuma das "
                       "ultimas utilizadas."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-SENHA-VALIDA.

      *> CADA SENHA DO HISTORICO TEM O SEU PROPRIO SAL: A NOVA E
      *> CONFERIDA CONTRA A ATUAL (0) E AS TRES ANTERIORES, UMA A UMA
       365-CONFERIR-REUSO.
           IF WS-SENHA-J = 0
               MOVE US-SENHA TO WS-SH-GRAVADA
           ELSE
               MOVE US-SENHA-ANT(WS-SENHA-J) TO WS-SH-GRAVADA
           END-IF.
           IF WS-SH-GRAVADA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-SH-FUNCAO.
           MOVE WS-SENHA-NOVA TO WS-SH-SENHA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.
           IF WS-SH-CONFERE = 'S'
               MOVE 'S' TO WS-SENHA-REPETIDA
           END-IF.

       370-CLASSIFICAR-POSICAO.
           MOVE WS-SENHA-NOVA(WS-SENHA-I:1) TO WS-SENHA-CH.
           IF WS-SENHA-CH >= '0' AND WS-SENHA-CH <= '9'
               END-IF
           END-IF.

      *> GERA SAL NOVO E RESUMO DA SENHA ACEITA (USUARIO OU
      *> APROVADOR); O CHAMADOR GRAVA WS-SH-GRAVADA NO CADASTRO
       380-PROTEGER-SENHA-NOVA.
           MOVE 'G' TO WS-SH-FUNCAO.
           MOVE WS-SENHA-NOVA TO WS-SH-SENHA.
           CALL 'SENHACRP' USING WS-SENHA-PARM.

      *> SO O PERFIL DE ADMINISTRACAO CHEGA AQUI (O MENU JA RESTRINGE
      *> O CADUSUAR A SUPERVISOR): ZERA AS TENTATIVAS E DESBLOQUEIA
       450-DESBLOQUEAR-USUARIO.
                   MOVE 'N' TO WS-SENHA-VALIDA
                   PERFORM 860-DIGITAR-SENHA-APROVADOR
                       UNTIL WS-SENHA-VALIDA = 'S'
                   PERFORM 380-PROTEGER-SENHA-NOVA
                   MOVE WS-SH-GRAVADA TO AP-SENHA
                   MOVE 'A' TO AP-SITUACAO
                   WRITE APROVADOR-REG
                       INVALID KEY
                   MOVE 'N' TO WS-SENHA-VALIDA
                   PERFORM 860-DIGITAR-SENHA-APROVADOR
                       UNTIL WS-SENHA-VALIDA = 'S'
                   MOVE 'C' TO WS-SH-FUNCAO
                   MOVE WS-SENHA-NOVA TO WS-SH-SENHA
                   MOVE AP-SENHA TO WS-SH-GRAVADA
                   CALL 'SENHACRP' USING WS-SENHA-PARM
                   IF WS-SH-CONFERE = 'S'
                       DISPLAY "ERRO: a nova senha do aprovador nao "
                               "pode repetir a atual."
                   ELSE
                       PERFORM 380-PROTEGER-SENHA-NOVA
                       MOVE WS-SH-GRAVADA TO AP-SENHA
                   END-IF
                   REWRITE APROVADOR-REG
                       INVALID KEY
               DISPLAY "Confirmacao do titular -- senha: "
                       WITH NO ADVANCING
               ACCEPT WS-TITULAR-SENHA
               MOVE 'C' TO WS-SH-FUNCAO
               MOVE WS-TITULAR-SENHA TO WS-SH-SENHA
               MOVE WS-TITULAR-SENHA-REG TO WS-SH-GRAVADA
               CALL 'SENHACRP' USING WS-SENHA-PARM
               IF WS-SH-CONFERE NOT = 'S'
                   DISPLAY "ERRO: a senha do titular nao confere; a "
                           "delegacao so vale com a confirmacao dele."
                   CLOSE APROVADOR-FILE
