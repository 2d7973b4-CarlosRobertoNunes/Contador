      ******************************************************************
      *  Apuracao mensal do PIS/COFINS nao cumulativo (CB202PCW)       *
      *  Sequencia zero e o total do tributo na competencia, com o     *
      *  saldo credor que passa para o mes seguinte e os lancamentos   *
      *  gerados; as demais guardam a base de credito por faixa (999   *
      *  e a depreciacao do CBATIV) para a EFD-Contribuicoes           *
      ******************************************************************

       FD  CBPCAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPCAP.

       01  CBPCAP-REG.
           05 CBPCAP-CHAVE.
              10 CBPCAP-TRIBUTO                PIC  X(006).
              10 CBPCAP-COMPETENCIA            PIC  9(006).
              10 CBPCAP-SEQUENCIA              PIC  9(003).
           05 CBPCAP-NATUREZA                  PIC  9(002).
           05 CBPCAP-ALIQUOTA           COMP-3 PIC  9(002)V9999.
           05 CBPCAP-BASE-DEBITO        COMP-3 PIC  9(012)V99.
           05 CBPCAP-VALOR-DEBITO       COMP-3 PIC  9(012)V99.
           05 CBPCAP-BASE-CREDITO       COMP-3 PIC  9(012)V99.
           05 CBPCAP-VALOR-CREDITO      COMP-3 PIC  9(012)V99.
           05 CBPCAP-CREDITO-ANTERIOR   COMP-3 PIC  9(012)V99.
           05 CBPCAP-CREDITO-UTILIZADO  COMP-3 PIC  9(012)V99.
           05 CBPCAP-VALOR-A-PAGAR      COMP-3 PIC  9(012)V99.
           05 CBPCAP-SALDO-CREDOR       COMP-3 PIC  9(012)V99.
           05 CBPCAP-LANC-DEBITO        COMP-3 PIC  9(007).
           05 CBPCAP-LANC-CREDITO       COMP-3 PIC  9(007).
           05 CBPCAP-LANC-COMPENSACAO   COMP-3 PIC  9(007).
