           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  ADIANTA-FILE.
       01  ADIANTA-REG.
       01 WS-VALOR-ADIANTADO      PIC 9(10)V99.
       01 WS-ACHOU-REGISTRO       PIC X(01).

      *> ADIANTAMENTO E PAGAMENTO: FORNECEDOR SANCIONADO NO CEIS/CNEP
      *> SO RECEBE COM LIBERACAO DE COMPLIANCE (VERIFSAN)
       01 WS-SAN-PARM.
           05 WS-SAN-CNPJ          PIC 9(14).
           05 WS-SAN-SANCIONADO    PIC X(01).
           05 WS-SAN-LIBERADO      PIC X(01).
           05 WS-SAN-CADASTRO      PIC X(04).
           05 WS-SAN-TIPO          PIC X(40).
           05 WS-SAN-ORGAO         PIC X(40).
           05 WS-SAN-DATA-FIM      PIC 9(08).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA           PIC 9(08).
           05 WS-DH-HORA           PIC 9(06).
           END-IF.

           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL.
           MOVE F-CNPJ TO WS-SAN-CNPJ.
           CALL 'VERIFSAN' USING WS-SAN-PARM.
           IF WS-SAN-SANCIONADO = 'S' AND WS-SAN-LIBERADO NOT = 'S'
               DISPLAY "ERRO: fornecedor sancionado no " WS-SAN-CADASTRO
                       " (" WS-SAN-TIPO "); adiantamento bloqueado sem "
                       "liberacao de compliance."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Digite o Valor do adiantamento: " WITH NO ADVANCING.
           ACCEPT WS-VALOR-ADIANTADO.
           IF WS-VALOR-ADIANTADO NOT > ZERO
