       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFRJ.
       AUTHOR. Neko.

      *> BLOQUEIO DE TITULOS DE FORNECEDOR EM RECUPERACAO JUDICIAL.
      *> O TITULO EMITIDO ANTES DA DATA DO PEDIDO DE RECUPERACAO E
      *> CREDITO SUJEITO AO PLANO E NAO PODE SER PAGO PELOS CAMINHOS
      *> NORMAIS; O EMITIDO A PARTIR DO PEDIDO SEGUE AS CONDICOES
      *> NORMAIS. CHAMADO PELO PGTOCONT, AGENDEXE, CNAB240, PIXREM E
      *> LIBPAG PARA QUE TODOS DECIDAM PELA MESMA REGRA. SEM RECJUD.DAT
      *> (NENHUM FORNECEDOR EM RECUPERACAO) NADA E BLOQUEADO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECJUD-FILE *> Fornecedores em recuperacao judicial
               ASSIGN TO 'RECJUD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-CNPJ
               FILE STATUS IS WS-STATUS-RECJUD.

       DATA DIVISION.
       FILE SECTION.
       FD  RECJUD-FILE.
       01  RECJUD-REG.
           05 RJ-CNPJ             PIC 9(14).
           05 RJ-DATA-PEDIDO      PIC 9(08).
           05 RJ-PROCESSO         PIC X(25).
           05 RJ-SITUACAO         PIC X(01).
           05 RJ-DATA-HOMOLOG     PIC 9(08).
           05 RJ-SALDO-RECLASS    PIC 9(12)V99.
           05 RJ-VALOR-PLANO      PIC 9(12)V99.
           05 RJ-DATA-HORA-ALT    PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECJUD         PIC X(2).
          88 STATUS-OK-RJ           VALUE '00'.

       LINKAGE SECTION.
      *> ENTRAM O FORNECEDOR E A EMISSAO DO TITULO; VOLTAM 'S' EM
      *> LNK-RJ-BLOQUEADO QUANDO O TITULO E ANTERIOR AO PEDIDO, E A
      *> DATA DO PEDIDO PARA A MENSAGEM DE QUEM CHAMOU
       01  LNK-RJ-PARM.
           05 LNK-RJ-CNPJ          PIC 9(14).
           05 LNK-RJ-DATA-EMISSAO  PIC 9(08).
           05 LNK-RJ-BLOQUEADO     PIC X(01).
           05 LNK-RJ-DATA-PEDIDO   PIC 9(08).

       PROCEDURE DIVISION USING LNK-RJ-PARM.
       100-VERIFICAR-RECUPERACAO.
           MOVE 'N' TO LNK-RJ-BLOQUEADO.
           MOVE ZERO TO LNK-RJ-DATA-PEDIDO.
           OPEN INPUT RECJUD-FILE.
           IF NOT STATUS-OK-RJ
               CLOSE RECJUD-FILE
               GOBACK
           END-IF.
           MOVE LNK-RJ-CNPJ TO RJ-CNPJ.
           READ RECJUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RJ-SITUACAO = 'A'
                       MOVE RJ-DATA-PEDIDO TO LNK-RJ-DATA-PEDIDO
                       IF LNK-RJ-DATA-EMISSAO < RJ-DATA-PEDIDO
                           MOVE 'S' TO LNK-RJ-BLOQUEADO
                       END-IF
                   END-IF
           END-READ.
           CLOSE RECJUD-FILE.
           GOBACK.
