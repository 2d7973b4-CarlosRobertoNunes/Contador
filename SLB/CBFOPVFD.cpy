      ******************************************************************
      *  Provisoes de ferias e 13o salario por centro (CB207PCW)       *
      *  Competencia e centro zero: percentuais de INSS e FGTS e as    *
      *  contas de despesa e de provisao. Demais: base salarial e      *
      *  ferias/13o pagos baixados da provisao, gravados pelo CB151PCW *
      *  na importacao da folha, e a provisao lancada no mes com os    *
      *  encargos                                                      *
      ******************************************************************

       FD  CBFOPV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBFOPV.

       01  CBFOPV-REG.
           05 CBFOPV-CHAVE.
              10 CBFOPV-AAAAMM                 PIC  9(006).
              10 CBFOPV-CENTRO-CUSTO    COMP-3 PIC  9(004).
           05 CBFOPV-SALARIO-BASE       COMP-3 PIC  9(012)V99.
           05 CBFOPV-CONSUMO-FERIAS     COMP-3 PIC  9(012)V99.
           05 CBFOPV-CONSUMO-13         COMP-3 PIC  9(012)V99.
           05 CBFOPV-PROVISAO-FERIAS    COMP-3 PIC  9(012)V99.
           05 CBFOPV-PROVISAO-13        COMP-3 PIC  9(012)V99.
           05 CBFOPV-ENCARGOS-FERIAS    COMP-3 PIC  9(012)V99.
           05 CBFOPV-ENCARGOS-13        COMP-3 PIC  9(012)V99.
           05 CBFOPV-LANCAMENTO-FERIAS  COMP-3 PIC  9(007).
           05 CBFOPV-LANCAMENTO-13      COMP-3 PIC  9(007).
           05 CBFOPV-PERC-INSS          COMP-3 PIC  9(002)V99.
           05 CBFOPV-PERC-FGTS          COMP-3 PIC  9(002)V99.
           05 CBFOPV-COD-RED-DESP-FERIAS
                                        COMP-3 PIC  9(005).
           05 CBFOPV-COD-RED-PROV-FERIAS
                                        COMP-3 PIC  9(005).
           05 CBFOPV-COD-RED-DESP-13    COMP-3 PIC  9(005).
           05 CBFOPV-COD-RED-PROV-13    COMP-3 PIC  9(005).
           05 CBFOPV-HISTORICO          COMP-3 PIC  9(004).
