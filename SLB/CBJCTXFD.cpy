      ******************************************************************
      *  Taxa de juros de longo prazo (TJLP) mensal, em percentual ao  *
      *  mes, para o limite dos juros sobre capital proprio (CB230PCW);*
      *  a taxa do periodo e a soma pro rata das taxas mensais         *
      ******************************************************************

       FD  CBJCTX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBJCTX.

       01  CBJCTX-REG.
           05 CBJCTX-CHAVE.
              10 CBJCTX-AAAAMM                 PIC  9(006).
           05 CBJCTX-TAXA               COMP-3 PIC  9(002)V9(004).
