       01 WS-QTD-MARCADAS         PIC 9(06) VALUE ZERO.
       01 WS-PAUSA                PIC X(01).

      *> AREA DE CHAMADA DO SALDOFOR (MESMO FORMATO DA DO JORNAL): A
      *> MARCACAO MUDA A PARTE VENCIDA DO RESUMO DE SALDO POR FORNECEDOR
       01 WS-SALDO-PARM.
           05 WS-SLD-PROGRAMA      PIC X(08) VALUE 'MARCVENC'.
           05 WS-SLD-ARQUIVO       PIC X(12) VALUE 'CONTAPAGAR'.
           05 WS-SLD-OPERACAO      PIC X(01) VALUE 'A'.
           05 WS-SLD-IMAGEM        PIC X(290).

      *> AREA COMPARTILHADA COM O ORQUESTRADOR NOTURNO (BATNIGHT): EM
      *> MODO BATCH AS PERGUNTAS E PAUSAS DE TELA SAO SUPRIMIDAS E O
      *> RESULTADO DO PASSO VOLTA PELO CONTADOR E PELO RETORNO
                           CP-NUM-DOC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MARCADAS
                   MOVE SPACES TO WS-SLD-IMAGEM
                   MOVE CONTA-REG TO WS-SLD-IMAGEM(1:287)
                   CALL 'SALDOFOR' USING WS-SALDO-PARM
           END-REWRITE.

      *> ROTINAS DE DIA UTIL COMPARTILHADAS PELAS FUNCOES DESTE
