       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFREG.
       AUTHOR. Neko.

      *> REGIME TRIBUTARIO DO FORNECEDOR NUMA DATA, PELO HISTORICO COM
      *> VIGENCIAS DE REGTRIB.DAT (MANTIDO NO CADFORNE E PELA IMPORTACAO
      *> DA OPCAO PELO SIMPLES NACIONAL). DIZ TAMBEM SE O PAGAMENTO E
      *> DISPENSADO DE IRRF E CSRF: OPTANTE PELO SIMPLES COM A
      *> DECLARACAO ENTREGUE, OU MEI. CHAMADO PELO PGTOCONT E PELO
      *> AGENDEXE PARA QUE OS DOIS DECIDAM PELA MESMA REGRA. SEM
      *> REGIME CADASTRADO NA DATA, NADA E DISPENSADO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGTRIB-FILE *> Regime tributario do fornecedor por vigencia
               ASSIGN TO 'REGTRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WS-STATUS-REGTRIB.

       DATA DIVISION.
       FILE SECTION.
      *> REGIME 'S' SIMPLES NACIONAL, 'M' MEI, 'P' LUCRO PRESUMIDO,
      *> 'R' LUCRO REAL; DATA-FIM ZERADA E VIGENCIA EM ABERTO
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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-REGTRIB        PIC X(2).
          88 STATUS-OK-RG           VALUE '00'.
       01 WS-FIM-LEITURA           PIC X(01).

       LINKAGE SECTION.
      *> ENTRAM O FORNECEDOR E A DATA DO PAGAMENTO; VOLTAM O REGIME
      *> VIGENTE (ESPACOS SE NAO HA), A DECLARACAO DO SIMPLES E 'S' EM
      *> LNK-RG-DISPENSA-IR QUANDO IRRF E CSRF NAO DEVEM SER RETIDOS
       01  LNK-REGIME-PARM.
           05 LNK-RG-CNPJ          PIC 9(14).
           05 LNK-RG-DATA          PIC 9(08).
           05 LNK-RG-REGIME        PIC X(01).
           05 LNK-RG-DECLARACAO    PIC X(01).
           05 LNK-RG-DISPENSA-IR   PIC X(01).

       PROCEDURE DIVISION USING LNK-REGIME-PARM.
       100-VERIFICAR-REGIME.
           MOVE SPACES TO LNK-RG-REGIME.
           MOVE 'N' TO LNK-RG-DECLARACAO.
           MOVE 'N' TO LNK-RG-DISPENSA-IR.
           OPEN INPUT REGTRIB-FILE.
           IF NOT STATUS-OK-RG
               CLOSE REGTRIB-FILE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-FIM-LEITURA.
           MOVE LNK-RG-CNPJ TO RG-CNPJ.
           MOVE ZERO TO RG-DATA-INICIO.
           START REGTRIB-FILE KEY IS GREATER THAN OR EQUAL TO RG-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-LEITURA
           END-START.
           PERFORM 200-LER-VIGENCIA UNTIL WS-FIM-LEITURA = 'Y'.
           CLOSE REGTRIB-FILE.

           IF LNK-RG-REGIME = 'M'
               MOVE 'S' TO LNK-RG-DISPENSA-IR
           END-IF.
           IF LNK-RG-REGIME = 'S' AND LNK-RG-DECLARACAO = 'S'
               MOVE 'S' TO LNK-RG-DISPENSA-IR
           END-IF.
           GOBACK.

      *> AS VIGENCIAS VEM EM ORDEM DE INICIO; VALE A ULTIMA QUE COBRE
      *> A DATA PEDIDA
       200-LER-VIGENCIA.
           READ REGTRIB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RG-CNPJ NOT = LNK-RG-CNPJ OR
                           RG-DATA-INICIO > LNK-RG-DATA
                       MOVE 'Y' TO WS-FIM-LEITURA
                   ELSE
                       IF RG-DATA-FIM = ZERO OR
                               RG-DATA-FIM NOT < LNK-RG-DATA
                           MOVE RG-REGIME TO LNK-RG-REGIME
                           MOVE RG-DECLARACAO TO LNK-RG-DECLARACAO
                       END-IF
                   END-IF
           END-READ.
