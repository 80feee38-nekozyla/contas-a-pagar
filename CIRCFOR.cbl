               ALTERNATE RECORD KEY IS F-RAZAO-SOCIAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT CIRCRES-FILE *> Resultado da conferencia por fornecedor
               ASSIGN TO 'CIRCRES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIRCRES.

           SELECT SPOOL-FILE *> Relatorio de divergencias por fornecedor
               ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

      *> UMA LINHA POR FORNECEDOR CONFERIDO EM CADA EXECUCAO: QUANTOS
      *> ITENS ENTRARAM NO CONFRONTO (OS DO EXTRATO MAIS OS NOSSOS QUE
      *> ELES NAO LISTAM) E QUANTOS DIVERGIRAM. A CLASSIFICACAO DE RISCO
      *> DO FORNECEDOR USA A CONFERENCIA MAIS RECENTE DE CADA CNPJ
       FD  CIRCRES-FILE.
       01  CIRCRES-REG.
           05 CR-CNPJ          PIC 9(14).
           05 CR-DATA          PIC 9(08).
           05 CR-QTD-ITENS     PIC 9(05).
           05 CR-QTD-DIVERG    PIC 9(05).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
          88 STATUS-OK-FORN         VALUE '00'.
       01 WS-STATUS-SPOOL          PIC X(2).
          88 STATUS-OK-SPOOL        VALUE '00'.
       01 WS-STATUS-CIRCRES        PIC X(2).
          88 STATUS-OK-CR           VALUE '00'.
          88 ARQUIVO-NAO-ENCONTRADO-CR VALUE '35'.

       01 WS-NOME-SPOOL            PIC X(30).
       01 WS-DATA-HORA-SPOOL.
       01 WS-CNPJ-GRUPO            PIC 9(14) VALUE ZERO.
       01 WS-QTD-DIVERGENCIAS      PIC 9(05) VALUE ZERO.
       01 WS-QTD-CONFERIDOS        PIC 9(05) VALUE ZERO.
      *> TOTAIS NA ABERTURA DO GRUPO, PARA GRAVAR O RESULTADO DO CNPJ
       01 WS-GRP-CONFERIDOS-INI    PIC 9(05) VALUE ZERO.
       01 WS-GRP-DIVERG-INI        PIC 9(05) VALUE ZERO.

      *> NOSSOS ITENS EM ABERTO DO CNPJ DO GRUPO CORRENTE, COM FLAG DE
      *> "JA CASADO" PARA A SOBRA VIRAR "ITEM NOSSO QUE ELES NAO
               GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           OPEN EXTEND CIRCRES-FILE.
           IF ARQUIVO-NAO-ENCONTRADO-CR
               OPEN OUTPUT CIRCRES-FILE
           END-IF.
           IF NOT STATUS-OK-CR
               DISPLAY "AVISO: resultado por fornecedor nao sera "
                       "gravado. Status: " WS-STATUS-CIRCRES
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SPOOL.
           STRING 'CIRCFOR_' WS-DHS-DATA WS-DHS-HORA '.TXT'
           CLOSE CIRCULAR-FILE.
           CLOSE CONTAPAGAR-FILE.
           CLOSE FORNECEDORES-FILE.
           CLOSE CIRCRES-FILE.

           DISPLAY "Itens conferidos   : " WS-QTD-CONFERIDOS.
           DISPLAY "Divergencias       : " WS-QTD-DIVERGENCIAS.
      *> COMPONENTE DA CHAVE; A VARREDURA FILTRA PELO CAMPO)
       300-ABRIR-GRUPO.
           MOVE ZERO TO WS-NO-QTD.
           MOVE WS-QTD-CONFERIDOS TO WS-GRP-CONFERIDOS-INI.
           MOVE WS-QTD-DIVERGENCIAS TO WS-GRP-DIVERG-INI.
           MOVE CI-CNPJ TO F-CNPJ.
           READ FORNECEDORES-FILE
               INVALID KEY
                   IF CP-CNPJ-FORN = WS-CNPJ-GRUPO AND
                           (CP-SITUACAO = 'A' OR CP-SITUACAO = 'V'
                               OR CP-SITUACAO = 'E' OR
                               CP-SITUACAO = 'T' OR CP-SITUACAO = 'M')
                       IF WS-NO-QTD < 200
                           ADD 1 TO WS-NO-QTD
                           MOVE CP-NUM-DOC TO WS-NO-DOC(WS-NO-QTD)
           PERFORM 550-RELATAR-SOBRA
               VARYING WS-NO-IDX FROM 1 BY 1
               UNTIL WS-NO-IDX > WS-NO-QTD.
           IF STATUS-OK-CR
               MOVE WS-CNPJ-GRUPO TO CR-CNPJ
               MOVE WS-DHS-DATA TO CR-DATA
               COMPUTE CR-QTD-DIVERG =
                   WS-QTD-DIVERGENCIAS - WS-GRP-DIVERG-INI
      *> ITENS DO EXTRATO MAIS OS NOSSOS QUE SOBRARAM SEM PAR
               COMPUTE CR-QTD-ITENS =
                   WS-QTD-CONFERIDOS - WS-GRP-CONFERIDOS-INI
               PERFORM 560-CONTAR-SOBRA
                   VARYING WS-NO-IDX FROM 1 BY 1
                   UNTIL WS-NO-IDX > WS-NO-QTD
               WRITE CIRCRES-REG
           END-IF.

       560-CONTAR-SOBRA.
           IF WS-NO-CASADO(WS-NO-IDX) = 'N'
               ADD 1 TO CR-QTD-ITENS
           END-IF.

       550-RELATAR-SOBRA.
           IF WS-NO-CASADO(WS-NO-IDX) = 'N'
