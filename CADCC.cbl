           05 RA-CENTRO-CUSTO     PIC X(06).
           05 RA-PERCENTUAL       PIC 9(03)V99.
           05 RA-VALOR            PIC 9(10)V99.
           05 RA-NATUREZA         PIC X(04).

       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REG.
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CENTROC       PIC X(2).
      *> ('I'/'A'/'E') E DEFINIDA EM CADA PONTO DE GRAVACAO
       980-GRAVAR-JORNAL.
           CALL 'JORNAL' USING WS-JORNAL-PARM.
      *> A MESMA IMAGEM MANTEM O RESUMO DE SALDO POR FORNECEDOR
           CALL 'SALDOFOR' USING WS-JORNAL-PARM.

       981-JORNALIZAR-CONTA.
           MOVE 'CONTAPAGAR' TO WS-JRN-ARQUIVO.
