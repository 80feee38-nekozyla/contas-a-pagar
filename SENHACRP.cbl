       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACRP.
       AUTHOR. Neko.

      *> ROTINA UNICA DE PROTECAO DE SENHAS. NENHUM CADASTRO GUARDA
      *> MAIS A SENHA DIGITADA: GUARDA UM SAL ALEATORIO DE 8 POSICOES
      *> E O RESUMO (HASH) DE 18 DIGITOS CALCULADO SOBRE SAL + SENHA.
      *> QUEM GRAVA SENHA CHAMA COM 'G' (GERA SAL NOVO E DEVOLVE A
      *> AREA GRAVADA); QUEM CONFERE CHAMA COM 'C' PASSANDO A AREA
      *> GRAVADA E RECEBE 'S' OU 'N'. A SENHA EM CLARO NUNCA SAI DAQUI
      *>
      *> O SAL ATUAL COMECA SEMPRE POR LETRA. SAL SO DE DIGITOS E DO
      *> RESUMO ANTIGO (POLINOMIAL): AINDA CONFERE, MAS QUANDO CONFERE
      *> A ROTINA DEVOLVE EM LNK-SH-GRAVADA A AREA JA REFEITA NO
      *> FORMATO ATUAL, PARA O CHAMADOR QUE QUISER REGRAVAR (O LOGIN
      *> DO MENU REGRAVA)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO-FILE *> Usuario logado, gravado pelo MENU
               ASSIGN TO 'SESSAO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSAO-FILE.
       01  SESSAO-REG.
           05 SS-USUARIO        PIC X(10).
           05 SS-PERFIL         PIC X(01).
           05 SS-DATA-HORA      PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SESSAO         PIC X(2).
           88 STATUS-OK-SS            VALUE '00'.

      *> A SEMENTE DO SAL JUNTA DATA E HORA COMPLETAS, O USUARIO DA
      *> SESSAO E O CONTADOR DE CHAMADAS, QUE EVITA SAL REPETIDO
      *> QUANDO A MIGRACAO CONVERTE VARIAS SENHAS NO MESMO CENTESIMO
      *> DE SEGUNDO
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(08).
           05 FILLER               PIC X(05).
       01 WS-QTD-CHAMADAS          PIC 9(08) VALUE ZEROS.
       01 WS-USUARIO-SESSAO        PIC X(10).
       01 WS-SEMENTE               PIC 9(09).
       01 WS-SAL-NUM               PIC 9(08).
       01 WS-SAL-ALFA REDEFINES WS-SAL-NUM PIC X(08).
       01 WS-SAL-NOVO              PIC X(08).
       01 WS-SIMBOLOS              PIC X(62) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789'.
       01 WS-SIMB-IDX              PIC 9(02).

      *> O RESUMO PASSA VARIAS VEZES (WS-RODADAS) SOBRE SAL + SENHA +
      *> SAL + SAIDA DA RODADA ANTERIOR, PARA QUE TESTAR SENHAS POR
      *> TENTATIVA SAIA CARO MESMO COM O ARQUIVO NA MAO. CADA BYTE
      *> MULTIPLICA UM ACUMULADOR PELO OUTRO (NAO POR CONSTANTE) E SOMA
      *> O OUTRO COM OS DIGITOS GIRADOS, MODULO PRIMOS; OS 18 DIGITOS
      *> DE CADA RODADA VOLTAM PARA O FIM DA MISTURA DA RODADA SEGUINTE
       01 WS-MISTURA.
           05 WS-MI-SAL-1          PIC X(08).
           05 WS-MI-SENHA          PIC X(10).
           05 WS-MI-SAL-2          PIC X(08).
           05 WS-MI-ANTERIOR       PIC X(18).
       01 WS-TAM-MISTURA           PIC 9(02) VALUE 44.
       01 WS-TAM-MISTURA-ANTIGA    PIC 9(02) VALUE 26.
       01 WS-RODADAS               PIC 9(04) VALUE 512.
       01 WS-RODADA                PIC 9(04).
       01 WS-POS                   PIC 9(02).
       01 WS-ORD-BYTE              PIC 9(03).
       01 WS-HASH-1                PIC 9(09).
       01 WS-H1-PARTES REDEFINES WS-HASH-1.
           05 WS-H1-ALTO           PIC 9(04).
           05 WS-H1-BAIXO          PIC 9(05).
       01 WS-HASH-2                PIC 9(09).
       01 WS-H2-PARTES REDEFINES WS-HASH-2.
           05 WS-H2-ALTO           PIC 9(04).
           05 WS-H2-BAIXO          PIC 9(05).
       01 WS-GIRO                  PIC 9(09).
       01 WS-HASH-CALC.
           05 WS-HC-PARTE-1        PIC 9(09).
           05 WS-HC-PARTE-2        PIC 9(09).
       01 WS-HASH-ALFA REDEFINES WS-HASH-CALC PIC X(18).

       LINKAGE SECTION.
      *> AREA PADRAO DE CHAMADA. LNK-SH-GRAVADA TEM O MESMO FORMATO DO
      *> CAMPO DE SENHA DOS CADASTROS (SAL + RESUMO, 26 POSICOES)
       01  LNK-SENHA-PARM.
           05 LNK-SH-FUNCAO        PIC X(01).
           05 LNK-SH-SENHA         PIC X(10).
           05 LNK-SH-GRAVADA.
              10 LNK-SH-SAL        PIC X(08).
              10 LNK-SH-SAL-NUM REDEFINES LNK-SH-SAL PIC 9(08).
              10 LNK-SH-HASH       PIC X(18).
           05 LNK-SH-CONFERE       PIC X(01).

       PROCEDURE DIVISION USING LNK-SENHA-PARM.
       100-PROTEGER-SENHA.
           MOVE 'N' TO LNK-SH-CONFERE.
           EVALUATE LNK-SH-FUNCAO
               WHEN 'G'
                   PERFORM 200-GERAR-SAL
                   PERFORM 300-CALCULAR-RESUMO
                   MOVE WS-HASH-ALFA TO LNK-SH-HASH
                   MOVE 'S' TO LNK-SH-CONFERE
               WHEN 'C'
      *> AREA GRAVADA VAZIA NAO CONFERE COM NADA; O CHAMADOR E QUE
      *> DECIDE O QUE FAZER COM CADASTRO AINDA SEM SENHA
                   IF LNK-SH-GRAVADA NOT = SPACES
                       PERFORM 150-CONFERIR-SENHA
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-MISTURA.
           GOBACK.

       150-CONFERIR-SENHA.
           IF LNK-SH-SAL-NUM IS NUMERIC
               PERFORM 400-CALCULAR-RESUMO-ANTIGO
               IF WS-HASH-ALFA = LNK-SH-HASH
                   MOVE 'S' TO LNK-SH-CONFERE
                   PERFORM 200-GERAR-SAL
                   PERFORM 300-CALCULAR-RESUMO
                   MOVE WS-HASH-ALFA TO LNK-SH-HASH
               END-IF
           ELSE
               PERFORM 300-CALCULAR-RESUMO
               IF WS-HASH-ALFA = LNK-SH-HASH
                   MOVE 'S' TO LNK-SH-CONFERE
               END-IF
           END-IF.

      *> 8 SIMBOLOS SORTEADOS ENTRE LETRAS E DIGITOS; O PRIMEIRO E
      *> SEMPRE LETRA, O QUE DISTINGUE O FORMATO ATUAL DO ANTIGO
       200-GERAR-SAL.
           ADD 1 TO WS-QTD-CHAMADAS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM 210-LER-USUARIO-SESSAO.
           COMPUTE WS-SEMENTE = FUNCTION MOD(WS-DH-DATA * 7919
                                + WS-DH-HORA * 37 + WS-QTD-CHAMADAS,
                                999999937).
           PERFORM 220-SOMAR-USUARIO
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10.
           COMPUTE WS-SIMB-IDX = FUNCTION RANDOM(WS-SEMENTE) * 52 + 1.
           MOVE WS-SIMBOLOS(WS-SIMB-IDX:1) TO WS-SAL-NOVO(1:1).
           PERFORM 230-SORTEAR-SIMBOLO
               VARYING WS-POS FROM 2 BY 1 UNTIL WS-POS > 8.
           MOVE WS-SAL-NOVO TO LNK-SH-SAL.

       210-LER-USUARIO-SESSAO.
           MOVE SPACES TO WS-USUARIO-SESSAO.
           OPEN INPUT SESSAO-FILE.
           IF STATUS-OK-SS
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SS-USUARIO TO WS-USUARIO-SESSAO
               END-READ
           END-IF.
           CLOSE SESSAO-FILE.

       220-SOMAR-USUARIO.
           COMPUTE WS-ORD-BYTE = FUNCTION ORD(WS-USUARIO-SESSAO(WS-POS:1)).
           COMPUTE WS-SEMENTE = FUNCTION MOD(WS-SEMENTE * 131
                                + WS-ORD-BYTE, 999999937).

       230-SORTEAR-SIMBOLO.
           COMPUTE WS-SIMB-IDX = FUNCTION RANDOM * 62 + 1.
           MOVE WS-SIMBOLOS(WS-SIMB-IDX:1) TO WS-SAL-NOVO(WS-POS:1).

       300-CALCULAR-RESUMO.
           MOVE LNK-SH-SAL TO WS-MI-SAL-1 WS-MI-SAL-2.
           MOVE LNK-SH-SENHA TO WS-MI-SENHA.
           MOVE ZEROS TO WS-MI-ANTERIOR.
           MOVE 7 TO WS-HASH-1.
           MOVE 11 TO WS-HASH-2.
           PERFORM 310-RODADA
               VARYING WS-RODADA FROM 1 BY 1
               UNTIL WS-RODADA > WS-RODADAS.

       310-RODADA.
           PERFORM 320-ACUMULAR-BYTE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAM-MISTURA.
           MOVE WS-HASH-1 TO WS-HC-PARTE-1.
           MOVE WS-HASH-2 TO WS-HC-PARTE-2.
           MOVE WS-HASH-ALFA TO WS-MI-ANTERIOR.

      *> O GIRO TROCA OS 4 DIGITOS ALTOS PELOS 5 BAIXOS DO OUTRO
      *> ACUMULADOR ANTES DE ENTRAR NA CONTA
       320-ACUMULAR-BYTE.
           COMPUTE WS-ORD-BYTE = FUNCTION ORD(WS-MISTURA(WS-POS:1)).
           COMPUTE WS-GIRO = WS-H2-BAIXO * 10000 + WS-H2-ALTO.
           COMPUTE WS-HASH-1 = FUNCTION MOD((WS-HASH-1 + WS-ORD-BYTE)
                                            * (WS-HASH-2 + WS-POS)
                                            + WS-GIRO + WS-RODADA,
                                            999999937).
           COMPUTE WS-GIRO = WS-H1-BAIXO * 10000 + WS-H1-ALTO.
           COMPUTE WS-HASH-2 = FUNCTION MOD((WS-HASH-2 + WS-GIRO)
                                            * (WS-HASH-1 + WS-ORD-BYTE
                                               + 1), 999999929).

      *> RESUMO DO FORMATO ANTIGO, SO PARA CONFERIR SENHA AINDA NAO
      *> REGRAVADA NO FORMATO ATUAL
       400-CALCULAR-RESUMO-ANTIGO.
           MOVE LNK-SH-SAL TO WS-MI-SAL-1 WS-MI-SAL-2.
           MOVE LNK-SH-SENHA TO WS-MI-SENHA.
           MOVE 7 TO WS-HASH-1.
           MOVE 11 TO WS-HASH-2.
           PERFORM 410-RODADA-ANTIGA
               VARYING WS-RODADA FROM 1 BY 1
               UNTIL WS-RODADA > WS-RODADAS.
           MOVE WS-HASH-1 TO WS-HC-PARTE-1.
           MOVE WS-HASH-2 TO WS-HC-PARTE-2.

       410-RODADA-ANTIGA.
           PERFORM 420-ACUMULAR-BYTE-ANTIGO
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TAM-MISTURA-ANTIGA.

       420-ACUMULAR-BYTE-ANTIGO.
           COMPUTE WS-ORD-BYTE = FUNCTION ORD(WS-MISTURA(WS-POS:1)).
           COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 131 + WS-ORD-BYTE
                                            + WS-RODADA, 999999937).
           COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 257 + WS-ORD-BYTE
                                            * WS-POS + WS-HASH-1,
                                            999999929).
