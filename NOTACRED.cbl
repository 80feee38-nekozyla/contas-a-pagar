           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

      *> UMA NOTA DE CREDITO POR REGISTRO: O SALDO COMECA IGUAL AO
      *> VALOR E VAI SENDO ABATIDO PELO PGTOCONT A CADA PAGAMENTO QUE
