      ******************************************************************
      *  Covenants dos contratos de financiamento (CB217PCW)           *
      *  Chave: contrato do CBFINC + numero do covenant. O indice      *
      *  e a soma dos termos do numerador dividida pela dos termos     *
      *  do denominador (sem denominador, o proprio numerador, como    *
      *  no PL minimo); saldos vem do CBCOSA consolidado               *
      ******************************************************************

       FD  CBCOVD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCOVD.

       01  CBCOVD-REG.
           05 CBCOVD-CHAVE.
              10 CBCOVD-CONTRATO        COMP-3 PIC  9(004).
              10 CBCOVD-COVENANT               PIC  9(002).
           05 CBCOVD-DESCRICAO                 PIC  X(030).
      *    Limite maximo (indice nao pode passar) ou minimo (indice
      *    nao pode ficar abaixo); a margem de alerta e percentual
      *    do limite
           05 CBCOVD-TIPO-LIMITE               PIC  X(001).
              88 CBCOVD-LIMITE-MAXIMO               VALUE "X".
              88 CBCOVD-LIMITE-MINIMO               VALUE "N".
           05 CBCOVD-LIMITE             COMP-3 PIC S9(012)V9999.
           05 CBCOVD-MARGEM-ALERTA      COMP-3 PIC  9(003)V99.
           05 CBCOVD-FREQUENCIA                PIC  X(001).
              88 CBCOVD-MENSAL                      VALUE "M".
              88 CBCOVD-TRIMESTRAL                  VALUE "T".
              88 CBCOVD-SEMESTRAL                   VALUE "S".
              88 CBCOVD-ANUAL                       VALUE "A".
      *    Termos da formula: parte N numerador / D denominador
      *    (branco = termo sem uso), sinal, natureza S saldo na
      *    competencia ou M movimento dos ultimos 12 meses, e a
      *    faixa de CBPLCO-CLASSE somada
           05 CBCOVD-TERMO OCCURS 6.
              10 CBCOVD-PARTE                  PIC  X(001).
              10 CBCOVD-SINAL                  PIC  X(001).
              10 CBCOVD-NATUREZA               PIC  X(001).
              10 CBCOVD-CLASSE-DE       COMP-3 PIC  9(015).
              10 CBCOVD-CLASSE-ATE      COMP-3 PIC  9(015).
