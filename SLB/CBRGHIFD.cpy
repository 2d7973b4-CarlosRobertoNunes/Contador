      ******************************************************************
      *  Historico das cartas de cobranca (CB227PCW)                   *
      *  Por cliente e data de envio: titulo zero e a carta (etapa,    *
      *  quantidade e total dos titulos), os demais sao os titulos     *
      *  vencidos cobrados nela com o atraso do dia                    *
      ******************************************************************

       FD  CBRGHI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRGHI.

       01  CBRGHI-REG.
           05 CBRGHI-CHAVE.
              10 CBRGHI-CLIENTE        COMP-3 PIC  9(005).
              10 CBRGHI-DATA           COMP-3 PIC  9(008).
              10 CBRGHI-TITULO         COMP-3 PIC  9(006).
           05 CBRGHI-ETAPA             COMP-3 PIC  9(002).
           05 CBRGHI-VENCIMENTO        COMP-3 PIC  9(008).
           05 CBRGHI-DIAS-ATRASO       COMP-3 PIC  9(005).
           05 CBRGHI-VALOR             COMP-3 PIC  9(012)V99.
           05 CBRGHI-QT-TITULOS        COMP-3 PIC  9(004).
