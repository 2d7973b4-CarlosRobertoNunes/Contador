      *******************************************************************
      *         Parametros para utilizar a subrotina CB222PCW           *
      *  Coleta a ocupacao de disco da empresa no historico CBCRHI a    *
      *  partir do catalogo CBCRAR. Comandos:                           *
      *  "M" mede os arquivos da empresa (carrega o catalogo se vazio)  *
      *  "C" so carrega o catalogo inicial, sem medir                   *
      *******************************************************************

       01 PARAMETROS-CB222PCW.
           05 CB222PCW-EMPRESA           PIC  9(003).
           05 CB222PCW-COMANDO           PIC  X(001).
              88 CB222PCW-SO-CATALOGO               VALUE "C".
