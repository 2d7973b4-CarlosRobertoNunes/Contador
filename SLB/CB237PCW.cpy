      *******************************************************************
      *         Parametros para utilizar a subrotina CB237PCW           *
      *     Saldo do projeto de investimento (CBCAPX): aprovado,        *
      *     empenhado em aberto (CBEMPE) e capitalizado (CBATIV)        *
      *******************************************************************


       01  PARAMETROS-CB237PCW.
           05 CB237PCW-PROJETO           PIC  9(006) VALUE ZERO.
      *    Bem ou pedido em manutencao, fora da soma para nao contar
      *    o proprio valor antigo
           05 CB237PCW-ATIVO-EXCLUIDO    PIC  9(005) VALUE ZERO.
           05 CB237PCW-PEDIDO-EXCLUIDO   PIC  9(008) VALUE ZERO.
           05 CB237PCW-APROVADO          PIC  9(012)V99 VALUE ZERO.
           05 CB237PCW-COMPROMETIDO      PIC  9(012)V99 VALUE ZERO.
           05 CB237PCW-CAPITALIZADO      PIC  9(012)V99 VALUE ZERO.
           05 CB237PCW-SALDO             PIC S9(012)V99 VALUE ZERO.
           05 CB237PCW-RETORNO           PIC  9(001) VALUE ZERO.
              88 CB237PCW-PROJETO-OK                 VALUE 0.
              88 CB237PCW-PROJETO-INEXISTENTE        VALUE 1.
              88 CB237PCW-PROJETO-ENCERRADO          VALUE 2.
