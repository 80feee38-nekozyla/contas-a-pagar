      *> UMA ASSINATURA POR REGISTRO: QUAL RELATORIO, COM QUE
      *> FREQUENCIA ('D' DIARIA, 'S' SEMANAL NO DIA 1-7 SEG-DOM, 'M'
      *> MENSAL NO DIA N) E COM QUE PARAMETRO (FILIAL DO RELFLUXO, N
      *> DO RELTOPFN, MES FINAL DO RELDPO -- EM BRANCO, O ULTIMO MES
      *> FECHADO); A RODADA NOTURNA (RELAGEND) GERA O SPOOL
       FD  RELSUBS-FILE.
       01  RELSUBS-REG.
           05 RB-CODIGO        PIC 9(04).
       01 WS-ACHOU-REGISTRO       PIC X(01).
       01 WS-RELATORIO-DIG        PIC X(08).
           88 RELATORIO-ASSINAVEL    VALUES 'RELFLUXO', 'RELCTAPG',
                                            'RELTOPFN', 'RELDPO'.

       PROCEDURE DIVISION.
       100-INICIAR.
                           "); os dados serao sobrepostos."
           END-READ.

           DISPLAY "Relatorio (RELFLUXO/RELCTAPG/RELTOPFN/RELDPO): "
                   WITH NO ADVANCING.
           ACCEPT WS-RELATORIO-DIG.
           MOVE FUNCTION UPPER-CASE(WS-RELATORIO-DIG)
           END-IF.

           DISPLAY "Parametro do relatorio (filial do RELFLUXO, N do "
                   "RELTOPFN, mes final AAAAMM do RELDPO; ENTER para "
                   "nenhum): " WITH NO ADVANCING.
           MOVE SPACES TO RB-PARAM.
           ACCEPT RB-PARAM.
           MOVE 'A' TO RB-ATIVO.
