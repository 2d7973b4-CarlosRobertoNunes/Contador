      ******************************************************************
      *  Destinacao do resultado - estatuto e reservas                 *
      *  O codigo zero guarda os parametros do estatuto (conta de      *
      *  lucros acumulados, reserva legal, dividendos a pagar,         *
      *  percentual do dividendo minimo e classes do capital); os      *
      *  demais sao as reservas estatutarias, em % do lucro liquido    *
      ******************************************************************

       FD  CBDEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBDEST.

       01  CBDEST-REG.
           05 CBDEST-CHAVE.
              10 CBDEST-CODIGO                 PIC  9(002).
           05 CBDEST-DESCRICAO                 PIC  X(030).
           05 CBDEST-PERCENTUAL         COMP-3 PIC  9(003)V99.
           05 CBDEST-COD-RED            COMP-3 PIC  9(005).
           05 CBDEST-COD-RED-LEGAL      COMP-3 PIC  9(005).
           05 CBDEST-COD-RED-DIVIDENDOS COMP-3 PIC  9(005).
           05 CBDEST-CLASSE-CAPITAL-DE         PIC  9(015).
           05 CBDEST-CLASSE-CAPITAL-ATE        PIC  9(015).
