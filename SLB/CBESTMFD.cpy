
      ******************************************************************
      *  Estimativa mensal de IRPJ e CSLL (lucro real anual)           *
      *  Um registro por mes com as duas apuracoes do CB250PCW: pela   *
      *  receita bruta e pelo balancete de suspensao ou reducao; o     *
      *  devido e o menor dos dois e os devidos dos meses anteriores   *
      *  do ano abatem o imposto acumulado do balancete                *
      ******************************************************************

       FD  CBESTM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBESTM.

       01  CBESTM-REG.
           05 CBESTM-CHAVE.
              10 CBESTM-AAAAMM                 PIC  9(006).
           05 CBESTM-FORMA-IRPJ                PIC  X(001).
              88 CBESTM-IRPJ-PELA-RECEITA           VALUE "R".
              88 CBESTM-IRPJ-REDUCAO                VALUE "B".
              88 CBESTM-IRPJ-SUSPENSAO              VALUE "S".
           05 CBESTM-FORMA-CSLL                PIC  X(001).
              88 CBESTM-CSLL-PELA-RECEITA           VALUE "R".
              88 CBESTM-CSLL-REDUCAO                VALUE "B".
              88 CBESTM-CSLL-SUSPENSAO              VALUE "S".
           05 CBESTM-RECEITA-BRUTA      COMP-3 PIC S9(012)V99.
           05 CBESTM-BASE-IRPJ-RECEITA  COMP-3 PIC S9(012)V99.
           05 CBESTM-BASE-CSLL-RECEITA  COMP-3 PIC S9(012)V99.
           05 CBESTM-IRPJ-RECEITA       COMP-3 PIC  9(012)V99.
           05 CBESTM-CSLL-RECEITA       COMP-3 PIC  9(012)V99.
           05 CBESTM-LUCRO-REAL-ANO     COMP-3 PIC S9(012)V99.
           05 CBESTM-IRPJ-ANO           COMP-3 PIC  9(012)V99.
           05 CBESTM-CSLL-ANO           COMP-3 PIC  9(012)V99.
           05 CBESTM-IRPJ-ANTERIOR      COMP-3 PIC  9(012)V99.
           05 CBESTM-CSLL-ANTERIOR      COMP-3 PIC  9(012)V99.
           05 CBESTM-IRPJ-BALANCETE     COMP-3 PIC  9(012)V99.
           05 CBESTM-CSLL-BALANCETE     COMP-3 PIC  9(012)V99.
           05 CBESTM-IRPJ-DEVIDO        COMP-3 PIC  9(012)V99.
           05 CBESTM-CSLL-DEVIDO        COMP-3 PIC  9(012)V99.
           05 CBESTM-LANCAMENTO-IRPJ           PIC  9(007).
           05 CBESTM-LANCAMENTO-CSLL           PIC  9(007).
           05 CBESTM-DATA-CALCULO       COMP-3 PIC  9(008).
