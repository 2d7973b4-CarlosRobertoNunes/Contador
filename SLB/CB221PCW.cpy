      *******************************************************************
      *         Parametros para utilizar a subrotina CB221PCW           *
      *  Devolve a descricao da conta pelo codigo reduzido, lendo o     *
      *  CBPLCO aberto na propria subrotina; conta inexistente volta    *
      *  "NAO CADASTRADA" e plano indisponivel volta espacos            *
      *******************************************************************

       01 PARAMETROS-CB221PCW.
           05 CB221PCW-COD-RED           PIC  9(005).
           05 CB221PCW-DESCRICAO         PIC  X(030).
