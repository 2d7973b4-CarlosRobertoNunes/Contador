
      ******************************************************************
      *  Percentuais de presuncao da estimativa mensal IRPJ/CSLL       *
      *  Cada faixa de classes de receita do CBPLCO leva o percentual  *
      *  aplicado a receita bruta do mes na base do IRPJ e na da CSLL  *
      *  (demais receitas e ganhos entram com 100%)                    *
      ******************************************************************

       FD  CBEPRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBEPRE.

       01  CBEPRE-REG.
           05 CBEPRE-CHAVE.
              10 CBEPRE-CODIGO          COMP-3 PIC  9(003).
           05 CBEPRE-DESCRICAO                 PIC  X(040).
           05 CBEPRE-CLASSE-DE          COMP-3 PIC  9(015).
           05 CBEPRE-CLASSE-ATE         COMP-3 PIC  9(015).
           05 CBEPRE-PERCENTUAL-IRPJ    COMP-3 PIC  9(003)V99.
           05 CBEPRE-PERCENTUAL-CSLL    COMP-3 PIC  9(003)V99.
