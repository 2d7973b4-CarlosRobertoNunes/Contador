      ******************************************************************
      *  Transferencias a resultado concluidas (CB032PCW), por         *
      *  exercicio: BAC, conta de resultado e lucro ou prejuizo        *
      *  transferido; a destinacao (CB231PCW) so roda depois dela      *
      ******************************************************************

       FD  CBRSEX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRSEX.

       01  CBRSEX-REG.
           05 CBRSEX-CHAVE.
              10 CBRSEX-EXERCICIO              PIC  9(004).
           05 CBRSEX-REFERENCIA                PIC  9(006).
           05 CBRSEX-SERIE                     PIC  9(004).
           05 CBRSEX-NUMERO                    PIC  9(004).
           05 CBRSEX-COD-RED            COMP-3 PIC  9(005).
      *    Positivo = lucro creditado na conta de resultado
           05 CBRSEX-RESULTADO          COMP-3 PIC S9(012)V99.
           05 CBRSEX-LANCAMENTOS        COMP-3 PIC  9(007).
           05 CBRSEX-USUARIO                   PIC  X(030).
           05 CBRSEX-DATA               COMP-3 PIC  9(008).
           05 CBRSEX-HORA               COMP-3 PIC  9(008).
