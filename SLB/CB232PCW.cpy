
      *******************************************************************
      *         Parametros para utilizar a subrotina CB232PCW           *
      *     Escopo de dados do perfil do operador: conta (pela          *
      *     classe ou pelo codigo reduzido) e centro de custo           *
      *******************************************************************


       01  PARAMETROS-CB232PCW.
      *    Com o codigo reduzido informado a classe e lida no CBPLCO
           05 CB232PCW-COD-RED           PIC  9(005) VALUE ZERO.
           05 CB232PCW-CLASSE            PIC  9(015) VALUE ZERO.
           05 CB232PCW-CENTRO-CUSTO      PIC  9(004) VALUE ZERO.
           05 CB232PCW-ESCOPO            PIC  X(001) VALUE SPACE.
              88 CB232PCW-LIBERADO                   VALUE "S".
              88 CB232PCW-RESTRITO                   VALUE "N".
      *    "S" quando o perfil tem alguma restricao de dados
           05 CB232PCW-PERFIL-RESTRITO   PIC  X(001) VALUE SPACE.
