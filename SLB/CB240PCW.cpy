      *******************************************************************
      *         Parametros para utilizar a subrotina CB240PCW           *
      *     Cotacao de uma moeda do CBCOMD na data (AAAAMMDD): a do     *
      *     proprio dia ou a ultima anterior dentro do mes (CBTAMD)     *
      *******************************************************************

       01  PARAMETROS-CB240PCW.
           05 CB240PCW-MOEDA             PIC  9(002) VALUE ZERO.
           05 CB240PCW-DATA              PIC  9(008) VALUE ZERO.
           05 CB240PCW-TAXA              PIC  9(006)V9(004) VALUE ZERO.
           05 CB240PCW-DATA-TAXA         PIC  9(008) VALUE ZERO.
           05 CB240PCW-MOEDA-NOME        PIC  X(014) VALUE SPACES.
           05 CB240PCW-RETORNO           PIC  9(001) VALUE ZERO.
              88 CB240PCW-TAXA-OK                    VALUE 0.
              88 CB240PCW-MOEDA-INEXISTENTE          VALUE 1.
              88 CB240PCW-SEM-TAXA                   VALUE 2.
