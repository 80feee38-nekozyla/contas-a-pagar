           05 F-DATA-HORA-ALTERACAO PIC 9(14).
           05 F-CNPJ-SUCESSOR  PIC 9(14).
           05 F-LIMITE-COMPROMET PIC 9(10)V99.
           05 F-TIPO-PESSOA    PIC X(01).

       FD  SPOOL-FILE.
       01  SPOOL-REG              PIC X(132).
       01 WS-COMPETENCIA           PIC 9(06).
       01 WS-QTD-EVENTOS           PIC 9(04).

      *> EVIDENCIA PARA O CHECKLIST DE FECHAMENTO DA COMPETENCIA
       01 WS-FECH-PARM.
           05 WS-FCH-TAREFA        PIC X(08) VALUE 'REINF'.
           05 WS-FCH-DATA-INICIO   PIC 9(08).
           05 WS-FCH-DATA-FIM      PIC 9(08).
           05 WS-FCH-PROGRAMA      PIC X(08) VALUE 'REINF'.
           05 WS-FCH-QTD           PIC 9(07).
           05 WS-FCH-PENDENTES     PIC 9(07) VALUE ZERO.

      *> EVENTOS AGRUPADOS COMO O REINF PEDE: UM POR PAR FORNECEDOR/
      *> TRIBUTO NA COMPETENCIA, COM BASE E RETIDO LIQUIDOS (OS
      *> ESTORNOS NEGATIVOS JA ABATEM NA SOMA)
              10 WS-EV-RETIDO      PIC S9(12)V99.

      *> TOTAIS POR TRIBUTO, QUE DEVEM BATER COM AS GUIAS DARF/GPS DA
      *> MESMA COMPETENCIA (MESMA FONTE: RETENCAO.DAT). O IRRF DA
      *> REMESSA AO EXTERIOR ('IREX') VAI NO EVENTO DO BENEFICIARIO COMO
      *> OS DEMAIS; CIDE E IOF DO CAMBIO NAO SAO EVENTOS DA REINF
       01 WS-TOT-TIPOS-INIT        PIC X(20)
                                   VALUE 'IRRFINSSISS CSRFIREX'.
       01 WS-TOT-TIPOS-TAB REDEFINES WS-TOT-TIPOS-INIT.
           05 WS-TOT-TIPO          PIC X(04) OCCURS 5 TIMES.
       01 WS-TOT-VALORES-TAB.
           05 WS-TOT-RETIDO        PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-TOT-IDX               PIC 9(01).

      *> LAYOUT DE LINHA DO ARQUIVO DE IMPORTACAO. O BENEFICIARIO PESSOA
      *> FISICA (TIPO DE INSCRICAO 1, CPF) VAI NO EVENTO R-4010 E O
      *> PESSOA JURIDICA (TIPO 2, CNPJ) NO R-4020
       01 WS-RF-HEADER.
           05 WS-RF-H-TIPO        PIC X(01) VALUE '0'.
           05 WS-RF-H-COMPET      PIC 9(06).
           05 WS-RF-D-TRIBUTO     PIC X(04).
           05 WS-RF-D-BASE        PIC 9(12)V99.
           05 WS-RF-D-RETIDO      PIC 9(12)V99.
           05 WS-RF-D-TIPO-INSCR  PIC X(01).
           05 WS-RF-D-EVENTO      PIC X(04).
           05 FILLER              PIC X(28) VALUE SPACES.
       01 WS-RF-TRAILER.
           05 WS-RF-T-TIPO        PIC X(01) VALUE '9'.
           05 WS-RF-T-QTD         PIC 9(04).
               AT END
                   MOVE 'Y' TO WS-FIM-LEITURA
               NOT AT END
                   IF RT-DATA-PGTO(1:6) = WS-COMPETENCIA AND
                           RT-TIPO NOT = 'CIDE' AND RT-TIPO NOT = 'IOF '
                       PERFORM 300-ACUMULAR-EVENTO
                       PERFORM 350-ACUMULAR-TOTAL-TIPO
                           VARYING WS-TOT-IDX FROM 1 BY 1
                           UNTIL WS-TOT-IDX > 5
                   END-IF
           END-READ.

               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FORNECEDORES-FILE.
           MOVE WS-COMPETENCIA TO WS-RF-H-COMPET.
           MOVE WS-RF-HEADER TO REINF-REG.
           WRITE REINF-REG.

           PERFORM 450-GRAVAR-EVENTO
               VARYING WS-EV-IDX FROM 1 BY 1 UNTIL WS-EV-IDX > WS-EV-QTD.
           CLOSE FORNECEDORES-FILE.

           MOVE WS-QTD-EVENTOS TO WS-RF-T-QTD.
           MOVE WS-RF-TRAILER TO REINF-REG.
           WRITE REINF-REG.
           CLOSE REINF-FILE.

           COMPUTE WS-FCH-DATA-INICIO = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-FCH-DATA-FIM = WS-COMPETENCIA * 100 + 31.
           MOVE WS-QTD-EVENTOS TO WS-FCH-QTD.
           CALL 'REGFECH' USING WS-FECH-PARM.

      *> EVENTO COM RETIDO LIQUIDO ZERADO (TUDO ESTORNADO) NAO VAI
      *> PARA O ARQUIVO -- A FERRAMENTA DO GOVERNO REJEITA VALOR ZERO
       450-GRAVAR-EVENTO.
           MOVE WS-EV-TIPO(WS-EV-IDX) TO WS-RF-D-TRIBUTO.
           MOVE WS-EV-BASE(WS-EV-IDX) TO WS-RF-D-BASE.
           MOVE WS-EV-RETIDO(WS-EV-IDX) TO WS-RF-D-RETIDO.
           MOVE WS-EV-CNPJ(WS-EV-IDX) TO F-CNPJ.
           MOVE 'J' TO F-TIPO-PESSOA.
           READ FORNECEDORES-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF F-TIPO-PESSOA = 'F'
               MOVE '1' TO WS-RF-D-TIPO-INSCR
               MOVE '4010' TO WS-RF-D-EVENTO
           ELSE
               MOVE '2' TO WS-RF-D-TIPO-INSCR
               MOVE '4020' TO WS-RF-D-EVENTO
           END-IF.
           MOVE WS-RF-DETALHE TO REINF-REG.
           WRITE REINF-REG.
           ADD 1 TO WS-QTD-EVENTOS.
               TO SPOOL-REG.
           WRITE SPOOL-REG.
           PERFORM 560-IMPRIMIR-TOTAL-TIPO
               VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 5.

           CLOSE FORNECEDORES-FILE.
           CLOSE SPOOL-FILE.
