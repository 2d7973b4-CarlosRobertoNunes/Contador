
      ******************************************************************
      *  Retencoes abaixo do minimo acumuladas no mes por pessoa e     *
      *  tributo (1 a 6 na ordem do CBPFRT); o CB093PCW soma a retencao*
      *  dispensada e zera o acumulado no titulo que passa do minimo   *
      ******************************************************************

       FD  CBRTAC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRTAC.

       01  CBRTAC-REG.
           05 CBRTAC-CHAVE.
              10 CBRTAC-PESSOA          COMP-3 PIC  9(005).
              10 CBRTAC-COMPETENCIA            PIC  9(006).
              10 CBRTAC-TRIBUTO                PIC  9(001).
           05 CBRTAC-VALOR-DIFERIDO     COMP-3 PIC  9(012)V99.
           05 CBRTAC-ULTIMO-TITULO             PIC  9(006).
