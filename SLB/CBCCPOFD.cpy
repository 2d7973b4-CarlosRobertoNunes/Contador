
      ******************************************************************
      *  Portadores de cartao corporativo (CB254PCW)                   *
      *  Portador e gestor sao os operadores devolvidos por CWGETU     *
      *  que podem alocar e aprovar as despesas do cartao; em branco   *
      *  qualquer operador autorizado no programa pode faze-lo         *
      ******************************************************************

       FD  CBCCPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCCPO.

       01  CBCCPO-REG.
           05 CBCCPO-CHAVE.
              10 CBCCPO-CARTAO                PIC  X(016).
           05 CBCCPO-PESSOA-CODIGO     COMP-3 PIC  9(005).
           05 CBCCPO-PORTADOR                 PIC  X(030).
           05 CBCCPO-GESTOR                   PIC  X(030).
           05 CBCCPO-CENTRO-CUSTO      COMP-3 PIC  9(004).
           05 CBCCPO-ATIVO                    PIC  X(001).
              88 CBCCPO-CARTAO-ATIVO                VALUE "S" "s".
           05 FILLER                          PIC  X(010).
