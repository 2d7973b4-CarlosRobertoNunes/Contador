      ******************************************************************
      *  Apuracao mensal da PDD por cliente (CB206PCW)                 *
      *  Um registro por competencia e pessoa do CBPESS com o saldo em *
      *  aberto por faixa e a provisao exigida; pessoa zero junta os   *
      *  titulos sem cadastro. A pessoa 999999 e o resumo: provisao    *
      *  exigida, saldo contabil anterior, baixas de incobraveis e o   *
      *  ajuste lancado                                                *
      ******************************************************************

       FD  CBPDDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPDDA.

       01  CBPDDA-REG.
           05 CBPDDA-CHAVE.
              10 CBPDDA-COMPETENCIA            PIC  9(006).
              10 CBPDDA-PESSOA          COMP-3 PIC  9(006).
                 88 CBPDDA-RESUMO                   VALUE 999999.
           05 CBPDDA-SALDO-FAIXA        COMP-3 PIC  9(012)V99
                                               OCCURS 5.
           05 CBPDDA-PERCENTUAL-PESSOA  COMP-3 PIC  9(003)V99.
           05 CBPDDA-PROVISAO-EXIGIDA   COMP-3 PIC  9(012)V99.
           05 CBPDDA-SALDO-ANTERIOR     COMP-3 PIC  9(012)V99.
           05 CBPDDA-VALOR-BAIXAS       COMP-3 PIC  9(012)V99.
           05 CBPDDA-VALOR-AJUSTE       COMP-3 PIC S9(012)V99.
           05 CBPDDA-LANCAMENTO         COMP-3 PIC  9(007).
