      ******************************************************************
      *  Movimento mensal da equivalencia patrimonial (CB209PCW)       *
      *  Um registro por investida e competencia, com o patrimonio     *
      *  liquido apanhado no CBCOSA da investida; o primeiro mes de    *
      *  cada investida so marca o PL de partida, sem lancamento       *
      ******************************************************************

       FD  CBEQMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBEQMV.

       01  CBEQMV-REG.
           05 CBEQMV-CHAVE.
              10 CBEQMV-INVESTIDA             PIC  9(003).
              10 CBEQMV-AAAAMM                PIC  9(006).
           05 CBEQMV-PERCENTUAL        COMP-3 PIC  9(003)V9(4).
           05 CBEQMV-PL-ANTERIOR       COMP-3 PIC S9(012)V99.
           05 CBEQMV-PL-INVESTIDA      COMP-3 PIC S9(012)V99.
           05 CBEQMV-DIVIDENDOS-DECL   COMP-3 PIC  9(012)V99.
           05 CBEQMV-VALOR-EQUIVALENCIA
                                       COMP-3 PIC S9(012)V99.
           05 CBEQMV-VALOR-DIVIDENDOS  COMP-3 PIC  9(012)V99.
           05 CBEQMV-LANCAMENTO-EQUIV  COMP-3 PIC  9(007).
           05 CBEQMV-LANCAMENTO-DIVID  COMP-3 PIC  9(007).
