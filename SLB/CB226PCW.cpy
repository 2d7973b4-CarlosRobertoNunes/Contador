      *******************************************************************
      *         Parametros para utilizar a subrotina CB226PCW           *
      *  Exposicao de credito do cliente do CBPESS: titulos a receber   *
      *  em aberto no CBTITU (valor de face mais acrescimos), a parte   *
      *  vencida ha mais dias que a tolerancia na data-base e as notas  *
      *  retidas ou liberadas ainda nao integradas (CBFTRE)             *
      *  Retorno: 0 ok, 4 auxiliar CBTITU indisponivel                  *
      *******************************************************************

       01 PARAMETROS-CB226PCW.
           05 CB226PCW-CLIENTE           PIC  9(005).
           05 CB226PCW-DATA-BASE         PIC  9(008).
           05 CB226PCW-TOLERANCIA        PIC  9(003).
           05 CB226PCW-TITULOS           PIC  9(012)V99.
           05 CB226PCW-VENCIDO           PIC  9(012)V99.
           05 CB226PCW-MAIOR-ATRASO      PIC  9(005).
           05 CB226PCW-NOTAS-PENDENTES   PIC  9(012)V99.
           05 CB226PCW-EXPOSICAO         PIC  9(012)V99.
           05 CB226PCW-RETORNO           PIC  9(001).
