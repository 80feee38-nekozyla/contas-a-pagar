           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  RETENCAO-FILE.
       01  RETENCAO-REG.
           ACCEPT WS-PAUSA.

      *> SO LIQUIDACAO REAL VIRA AVISO: ESTORNO, OFFSET DE
      *> ADIANTAMENTO/NOTA DE CREDITO, BAIXA DE RESIDUO E ENCONTRO DE
      *> CONTAS (QUE TEM TERMO PROPRIO ASSINADO) FICAM DE FORA
       350-AVALIAR-LIQUIDACAO.
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                           H-METODO-PGTO NOT = 'ESTORNO' AND
                           H-METODO-PGTO NOT = 'ADIANT' AND
                           H-METODO-PGTO NOT = 'NOTACRED' AND
                           H-METODO-PGTO NOT = 'PENHORA' AND
                           H-METODO-PGTO(1:7) NOT = 'VARCAMB' AND
                           H-METODO-PGTO NOT = 'RESIDUO' AND
                           H-METODO-PGTO NOT = 'ENCONTRO'
                       PERFORM 400-ENFILEIRAR-AVISO
                   END-IF
           END-READ.
               NOT AT END
                   IF RT-NUM-DOC = H-NUM-DOC AND
                           RT-CNPJ-FORN = H-CNPJ-FORN AND
                           RT-DATA-PGTO = H-DATA-PGTO AND
                           RT-TIPO NOT = 'CIDE' AND RT-TIPO NOT = 'IOF '
                       ADD RT-VALOR-RETIDO TO WS-RETIDO-DOC
                   END-IF
           END-READ.
