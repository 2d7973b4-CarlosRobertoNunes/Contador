      ******************************************************************
      *  Politica da provisao para devedores duvidosos (CB206PCW)      *
      *  Pessoa zero: percentual por faixa do aging do CB094PCW (a     *
      *  vencer, ate 30, 31 a 60, 61 a 90, acima de 90 dias) e contas  *
      *  da provisao, da despesa e da reversao. Demais: percentual     *
      *  especifico do cliente do CBPESS, aplicado a todos os seus     *
      *  titulos no lugar da tabela por faixa                          *
      ******************************************************************

       FD  CBPDDP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPDDP.

       01  CBPDDP-REG.
           05 CBPDDP-CHAVE.
              10 CBPDDP-PESSOA          COMP-3 PIC  9(005).
           05 CBPDDP-PERCENTUAL-FAIXA   COMP-3 PIC  9(003)V99
                                               OCCURS 5.
           05 CBPDDP-PERCENTUAL-PESSOA  COMP-3 PIC  9(003)V99.
           05 CBPDDP-MOTIVO                    PIC  X(030).
           05 CBPDDP-COD-RED-PDD        COMP-3 PIC  9(005).
           05 CBPDDP-COD-RED-DESPESA    COMP-3 PIC  9(005).
           05 CBPDDP-COD-RED-REVERSAO   COMP-3 PIC  9(005).
           05 CBPDDP-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBPDDP-HISTORICO          COMP-3 PIC  9(004).
