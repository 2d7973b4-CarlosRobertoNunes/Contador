      ******************************************************************
      *  Log de retificadoras abertas no calendario de obrigacoes      *
      *  (CB244PCW): quem abriu, quando, justificativa e o recibo da   *
      *  entrega que esta sendo retificada                             *
      ******************************************************************

       FD  CBOBLG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBOBLG.

       01  CBOBLG-REG.
           05 CBOBLG-CHAVE.
              10 CBOBLG-SEQUENCIA      COMP-3 PIC  9(008).
           05 CBOBLG-OBRIGACAO                PIC  X(006).
           05 CBOBLG-PERIODO-DE               PIC  9(006).
           05 CBOBLG-PERIODO-ATE              PIC  9(006).
           05 CBOBLG-USUARIO                  PIC  X(030).
           05 CBOBLG-DATA              COMP-3 PIC  9(008).
           05 CBOBLG-HORA              COMP-3 PIC  9(008).
           05 CBOBLG-RECIBO                   PIC  X(050).
           05 CBOBLG-JUSTIFICATIVA            PIC  X(080).
