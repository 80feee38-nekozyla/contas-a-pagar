      *> FORNECEDOR, HISTPAGTO): CARIMBO, USUARIO, PROGRAMA, ARQUIVO,
      *> OPERACAO ('I' INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO) E A
      *> IMAGEM DEPOIS DA GRAVACAO. O ROLL-FORWARD DO RESTAURA REAPLICA
      *> ESTAS IMAGENS SOBRE O BACKUP DA NOITE ATE O MOMENTO ESCOLHIDO.
      *> O FORNBANCO TAMBEM PASSA POR AQUI, SO PARA A AUDITORIA (O
      *> RESTAURA IGNORA ESSAS LINHAS)
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           05 JN-DATA-HORA     PIC 9(14).
