      ******************************************************************
      *  Juros sobre capital proprio creditados (CB230PCW), pela       *
      *  competencia do credito: base, limites legais, valores e       *
      *  lancamentos; o CB158PCW exclui o valor dedutivel das          *
      *  competencias do periodo de apuracao do IRPJ e da CSLL         *
      ******************************************************************

       FD  CBJCPA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBJCPA.

       01  CBJCPA-REG.
           05 CBJCPA-CHAVE.
              10 CBJCPA-COMPETENCIA            PIC  9(006).
           05 CBJCPA-COMP-DE                   PIC  9(006).
           05 CBJCPA-PL-BASE            COMP-3 PIC S9(012)V99.
           05 CBJCPA-TAXA-ACUMULADA     COMP-3 PIC  9(003)V9(004).
           05 CBJCPA-LIMITE-TJLP        COMP-3 PIC  9(012)V99.
           05 CBJCPA-LUCRO-PERIODO      COMP-3 PIC S9(012)V99.
           05 CBJCPA-LUCROS-ACUMULADOS  COMP-3 PIC S9(012)V99.
           05 CBJCPA-VALOR-MAXIMO       COMP-3 PIC  9(012)V99.
           05 CBJCPA-VALOR-CREDITADO    COMP-3 PIC  9(012)V99.
      *    Dedutivel: o creditado ate o maximo legal; o excesso nao
      *    e excluido na apuracao do lucro real
           05 CBJCPA-VALOR-DEDUTIVEL    COMP-3 PIC  9(012)V99.
           05 CBJCPA-ALIQUOTA-IRRF      COMP-3 PIC  9(002)V99.
           05 CBJCPA-VALOR-IRRF         COMP-3 PIC  9(012)V99.
           05 CBJCPA-VALOR-LIQUIDO      COMP-3 PIC  9(012)V99.
           05 CBJCPA-LANC-JCP           COMP-3 PIC  9(007).
           05 CBJCPA-LANC-IRRF          COMP-3 PIC  9(007).
           05 CBJCPA-DATA               COMP-3 PIC  9(008).
           05 CBJCPA-USUARIO                   PIC  X(030).
