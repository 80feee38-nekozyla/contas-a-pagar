       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRFACU.
       AUTHOR. Neko.

      *> ROTINA UNICA DO ACUMULO DA CSRF (PIS/COFINS/CSLL RETIDOS NA
      *> FONTE). A RETENCAO DE VALOR IGUAL OU INFERIOR A R$ 10,00 E
      *> DISPENSADA, MAS O VALOR DISPENSADO SOMA NO PROXIMO PAGAMENTO AO
      *> MESMO FORNECEDOR DENTRO DO MES. CADA DISPENSA FICA EM
      *> CSRFPEND.DAT POR CNPJ/COMPETENCIA/DOCUMENTO/DATA, COMO PENDENTE
      *> ('P') ATE SER ABSORVIDA ('A') PELA RETENCAO DE UM PAGAMENTO
      *> SEGUINTE DA MESMA COMPETENCIA:
      *>   'C' CALCULA O VALOR A RETER (CSRF DO PAGAMENTO + PENDENTES DO
      *>       MES) OU A DISPENSA, SEM GRAVAR NADA;
      *>   'G' GRAVA O RESULTADO DO 'C' DEPOIS QUE O PAGAMENTO FOI
      *>       EFETIVADO: A DISPENSA VIRA PENDENTE, A RETENCAO ABSORVE
      *>       OS PENDENTES DO MES;
      *>   'E' DESFAZ O EFEITO DE UM PAGAMENTO REVERTIDO: TIRA A DISPENSA
      *>       DELE E DEVOLVE A PENDENTE O QUE ELE TINHA ABSORVIDO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSRFPEND-FILE *> CSRF dispensada aguardando acumulo no mes
               ASSIGN TO 'CSRFPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               FILE STATUS IS WS-STATUS-CSRFPEND.

       DATA DIVISION.
       FILE SECTION.
       FD  CSRFPEND-FILE.
       01  CSRFPEND-REG.
           05 CF-CHAVE.
              10 CF-CNPJ          PIC 9(14).
              10 CF-COMPETENCIA   PIC 9(06).
              10 CF-NUM-DOC       PIC 9(10).
              10 CF-DATA-PGTO     PIC 9(08).
           05 CF-VALOR-BASE       PIC 9(10)V99.
           05 CF-VALOR-CSRF       PIC 9(10)V99.
           05 CF-SITUACAO         PIC X(01).
           05 CF-DOC-ABSORCAO     PIC 9(10).
           05 CF-DATA-ABSORCAO    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-CSRFPEND       PIC X(2).
          88 STATUS-OK-CF           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CF VALUE '35'.

       01 WS-FIM-LEITURA           PIC X(01).
       01 WS-COMPETENCIA           PIC 9(06).
      *> VALOR MINIMO DE DARF: CSRF ATE ESTE VALOR NAO E RETIDA
       01 WS-LIMITE-DISPENSA       PIC 9(03)V99 VALUE 10.00.
       01 WS-TOTAL-CSRF            PIC 9(10)V99.

       LINKAGE SECTION.
       01  LNK-CSRF-PARM.
           05 LNK-CS-FUNCAO        PIC X(01).
           05 LNK-CS-CNPJ          PIC 9(14).
           05 LNK-CS-NUM-DOC       PIC 9(10).
           05 LNK-CS-DATA-PGTO     PIC 9(08).
           05 LNK-CS-VALOR-BASE    PIC 9(10)V99.
           05 LNK-CS-VALOR-CALC    PIC 9(10)V99.
           05 LNK-CS-ACUM-BASE     PIC 9(10)V99.
           05 LNK-CS-ACUM-VALOR    PIC 9(10)V99.
           05 LNK-CS-BASE-RETER    PIC 9(10)V99.
           05 LNK-CS-VALOR-RETER   PIC 9(10)V99.
           05 LNK-CS-DISPENSADA    PIC X(01).
           05 LNK-CS-RETORNO       PIC X(01).

       PROCEDURE DIVISION USING LNK-CSRF-PARM.
       100-APLICAR-CSRF.
           MOVE 'S' TO LNK-CS-RETORNO.
           MOVE LNK-CS-DATA-PGTO(1:6) TO WS-COMPETENCIA.
           EVALUATE LNK-CS-FUNCAO
               WHEN 'C'
                   PERFORM 200-CALCULAR-CSRF
               WHEN 'G'
                   PERFORM 300-GRAVAR-CSRF
               WHEN 'E'
                   PERFORM 400-ESTORNAR-CSRF
               WHEN OTHER
                   MOVE 'N' TO LNK-CS-RETORNO
           END-EVALUATE.
           GOBACK.

      *> SOMA A CSRF DESTE PAGAMENTO AS DISPENSAS AINDA PENDENTES DO
      *> FORNECEDOR NA COMPETENCIA; SE O TOTAL PASSA DO LIMITE, RETEM
      *> TUDO (BASE E VALOR ACUMULADOS), SENAO DISPENSA
       200-CALCULAR-CSRF.
           MOVE ZERO TO LNK-CS-ACUM-BASE LNK-CS-ACUM-VALOR.
           MOVE ZERO TO LNK-CS-BASE-RETER LNK-CS-VALOR-RETER.
           MOVE 'N' TO LNK-CS-DISPENSADA.
           IF LNK-CS-VALOR-CALC = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CSRFPEND-FILE.
           IF STATUS-OK-CF
               PERFORM 250-POSICIONAR-FORNECEDOR
               PERFORM 260-SOMAR-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'
           END-IF.
           CLOSE CSRFPEND-FILE.

           COMPUTE WS-TOTAL-CSRF = LNK-CS-VALOR-CALC + LNK-CS-ACUM-VALOR.
           IF WS-TOTAL-CSRF > WS-LIMITE-DISPENSA
               COMPUTE LNK-CS-BASE-RETER =
                   LNK-CS-VALOR-BASE + LNK-CS-ACUM-BASE
               MOVE WS-TOTAL-CSRF TO LNK-CS-VALOR-RETER
           ELSE
               MOVE 'S' TO LNK-CS-DISPENSADA
           END-IF.

       250-POSICIONAR-FORNECEDOR.
           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LNK-CS-CNPJ TO CF-CNPJ.
           MOVE WS-COMPETENCIA TO CF-COMPETENCIA.
           MOVE ZERO TO CF-NUM-DOC CF-DATA-PGTO.
           START CSRFPEND-FILE KEY IS GREATER THAN OR EQUAL TO CF-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.

       260-SOMAR-PENDENTE.
           READ CSRFPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CF-CNPJ NOT = LNK-CS-CNPJ OR
                           CF-COMPETENCIA NOT = WS-COMPETENCIA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF CF-SITUACAO = 'P'
                           ADD CF-VALOR-BASE TO LNK-CS-ACUM-BASE
                           ADD CF-VALOR-CSRF TO LNK-CS-ACUM-VALOR
                       END-IF
                   END-IF
           END-READ.

      *> O 'G' RECEBE DE VOLTA A AREA PREENCHIDA PELO 'C' DO MESMO
      *> PAGAMENTO: DISPENSA VIRA PENDENTE; RETENCAO ABSORVE OS
      *> PENDENTES DO FORNECEDOR NA COMPETENCIA
       300-GRAVAR-CSRF.
           IF LNK-CS-VALOR-CALC = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-ABRIR-PENDENTES.
           IF NOT STATUS-OK-CF
               DISPLAY "ERRO ao gravar o acumulo da CSRF. Status: "
                       WS-STATUS-CSRFPEND
               MOVE 'N' TO LNK-CS-RETORNO
               EXIT PARAGRAPH
           END-IF.

           IF LNK-CS-DISPENSADA = 'S'
               PERFORM 320-GRAVAR-PENDENTE
           ELSE
               IF LNK-CS-ACUM-VALOR > ZERO
                   PERFORM 250-POSICIONAR-FORNECEDOR
                   PERFORM 340-ABSORVER-PENDENTE
                       UNTIL WS-FIM-LEITURA = 'Y'
               END-IF
           END-IF.
           CLOSE CSRFPEND-FILE.

       320-GRAVAR-PENDENTE.
           MOVE LNK-CS-CNPJ TO CF-CNPJ.
           MOVE WS-COMPETENCIA TO CF-COMPETENCIA.
           MOVE LNK-CS-NUM-DOC TO CF-NUM-DOC.
           MOVE LNK-CS-DATA-PGTO TO CF-DATA-PGTO.
           READ CSRFPEND-FILE
               INVALID KEY
                   MOVE LNK-CS-VALOR-BASE TO CF-VALOR-BASE
                   MOVE LNK-CS-VALOR-CALC TO CF-VALOR-CSRF
                   MOVE 'P' TO CF-SITUACAO
                   MOVE ZERO TO CF-DOC-ABSORCAO CF-DATA-ABSORCAO
                   WRITE CSRFPEND-REG
                       INVALID KEY
                           MOVE 'N' TO LNK-CS-RETORNO
                   END-WRITE
               NOT INVALID KEY
                   IF CF-SITUACAO = 'P'
                       ADD LNK-CS-VALOR-BASE TO CF-VALOR-BASE
                       ADD LNK-CS-VALOR-CALC TO CF-VALOR-CSRF
                       REWRITE CSRFPEND-REG
                           INVALID KEY
                               MOVE 'N' TO LNK-CS-RETORNO
                       END-REWRITE
                   ELSE
                       MOVE 'N' TO LNK-CS-RETORNO
                   END-IF
           END-READ.
           IF LNK-CS-RETORNO = 'N'
               DISPLAY "AVISO: CSRF dispensada do documento "
                       LNK-CS-NUM-DOC " nao registrada para acumulo."
           ELSE
               DISPLAY "CSRF de " LNK-CS-VALOR-CALC
                       " dispensada (ate R$ 10,00); acumula para o "
                       "proximo pagamento do mes."
           END-IF.

       340-ABSORVER-PENDENTE.
           READ CSRFPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CF-CNPJ NOT = LNK-CS-CNPJ OR
                           CF-COMPETENCIA NOT = WS-COMPETENCIA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF CF-SITUACAO = 'P'
                           MOVE 'A' TO CF-SITUACAO
                           MOVE LNK-CS-NUM-DOC TO CF-DOC-ABSORCAO
                           MOVE LNK-CS-DATA-PGTO TO CF-DATA-ABSORCAO
                           REWRITE CSRFPEND-REG
                               INVALID KEY
                                   MOVE 'N' TO LNK-CS-RETORNO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *> NO PAGAMENTO REVERTIDO A RETENCAO JA VOLTA POR CONTRAPARTIDA
      *> NEGATIVA EM RETENCAO.DAT; AQUI SO SE ACERTA O ACUMULO: A
      *> DISPENSA DO PROPRIO PAGAMENTO DEIXA DE EXISTIR E O QUE ELE
      *> ABSORVEU VOLTA A FICAR PENDENTE
       400-ESTORNAR-CSRF.
           OPEN I-O CSRFPEND-FILE.
           IF NOT STATUS-OK-CF
               CLOSE CSRFPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-CS-CNPJ TO CF-CNPJ.
           MOVE WS-COMPETENCIA TO CF-COMPETENCIA.
           MOVE LNK-CS-NUM-DOC TO CF-NUM-DOC.
           MOVE LNK-CS-DATA-PGTO TO CF-DATA-PGTO.
           READ CSRFPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CF-SITUACAO = 'P'
                       DELETE CSRFPEND-FILE
                           INVALID KEY
                               MOVE 'N' TO LNK-CS-RETORNO
                       END-DELETE
                   END-IF
           END-READ.

           PERFORM 250-POSICIONAR-FORNECEDOR.
           PERFORM 450-DEVOLVER-PENDENTE UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE CSRFPEND-FILE.

       450-DEVOLVER-PENDENTE.
           READ CSRFPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF CF-CNPJ NOT = LNK-CS-CNPJ OR
                           CF-COMPETENCIA NOT = WS-COMPETENCIA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF CF-SITUACAO = 'A' AND
                               CF-DOC-ABSORCAO = LNK-CS-NUM-DOC AND
                               CF-DATA-ABSORCAO = LNK-CS-DATA-PGTO
                           MOVE 'P' TO CF-SITUACAO
                           MOVE ZERO TO CF-DOC-ABSORCAO
                           MOVE ZERO TO CF-DATA-ABSORCAO
                           REWRITE CSRFPEND-REG
                               INVALID KEY
                                   MOVE 'N' TO LNK-CS-RETORNO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       700-ABRIR-PENDENTES.
           OPEN I-O CSRFPEND-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CF
               OPEN OUTPUT CSRFPEND-FILE
               CLOSE CSRFPEND-FILE
               OPEN I-O CSRFPEND-FILE
           END-IF.
