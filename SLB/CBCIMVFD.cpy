      ******************************************************************
      *  Movimento mensal do CIAP (CB203PCW)                           *
      *  Codigo zero e o resumo da competencia (saidas tributadas e    *
      *  totais e o coeficiente de creditamento); os demais guardam a  *
      *  parcela de cada bem ou, com parcela zero, a baixa do saldo    *
      ******************************************************************

       FD  CBCIMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCIMV.

       01  CBCIMV-REG.
           05 CBCIMV-CHAVE.
              10 CBCIMV-CODIGO          COMP-3 PIC  9(005).
              10 CBCIMV-COMPETENCIA            PIC  9(006).
           05 CBCIMV-SAIDAS-TRIBUTADAS  COMP-3 PIC  9(012)V99.
           05 CBCIMV-SAIDAS-TOTAIS      COMP-3 PIC  9(012)V99.
           05 CBCIMV-COEFICIENTE        COMP-3 PIC  9(001)V9(6).
           05 CBCIMV-PARCELA                   PIC  9(002).
           05 CBCIMV-VALOR-PARCELA      COMP-3 PIC  9(012)V99.
           05 CBCIMV-VALOR-CREDITO      COMP-3 PIC  9(012)V99.
           05 CBCIMV-VALOR-BAIXA        COMP-3 PIC  9(012)V99.
           05 CBCIMV-SALDO-CIAP         COMP-3 PIC  9(012)V99.
           05 CBCIMV-LANCAMENTO         COMP-3 PIC  9(007).
