
      *******************************************************************
      *         Parametros para utilizar a subrotina CB233PCW           *
      *     Registro da auditoria de leitura: conta (pelo codigo        *
      *     reduzido ou pela conta), faixa de contas ou pessoa          *
      *******************************************************************


       01  PARAMETROS-CB233PCW.
           05 CB233PCW-PROGRAMA          PIC  X(008) VALUE SPACES.
      *    Conta unica: codigo reduzido, ou conta-de = conta-ate;
      *    faixa: conta-de < conta-ate, a classe de alguma conta da
      *    faixa precisa estar sob auditoria
           05 CB233PCW-COD-RED           PIC  9(005) VALUE ZERO.
           05 CB233PCW-CONTA-DE          PIC  9(015) VALUE ZERO.
           05 CB233PCW-CONTA-ATE         PIC  9(015) VALUE ZERO.
           05 CB233PCW-CENTRO-DE         PIC  9(004) VALUE ZERO.
           05 CB233PCW-CENTRO-ATE        PIC  9(004) VALUE ZERO.
           05 CB233PCW-PESSOA-DE         PIC  9(005) VALUE ZERO.
           05 CB233PCW-PESSOA-ATE        PIC  9(005) VALUE ZERO.
           05 CB233PCW-REFERENCIA        PIC  9(006) VALUE ZERO.
           05 CB233PCW-GRAVADO           PIC  X(001) VALUE SPACE.
              88 CB233PCW-REGISTRADO                 VALUE "S".
