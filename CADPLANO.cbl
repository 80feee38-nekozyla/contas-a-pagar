           END-IF.

           DISPLAY "(Centro reservado '*FIN' com naturezas JURO/MULT/"
                   "DESC/BXAD/ADTO/BXRE/ENCO mapeia juros, multa, "
                   "desconto, baixas de adiantamento e de residuo e "
                   "encontro de contas do GLEXTRAT.)".
           DISPLAY "Digite o Centro de Custo: " WITH NO ADVANCING.
           ACCEPT DP-CENTRO-CUSTO.
           DISPLAY "Digite a Natureza (ENTER para mapeamento generico): "
