      ******************************************************************
      *  Prestacao de contas dos adiantamentos (CB215PCW)              *
      *  Uma linha por despesa comprovada, com centro de custo e       *
      *  historico; cada linha gera o lancamento despesa contra a      *
      *  conta de adiantamentos do CBADIA                              *
      ******************************************************************

       FD  CBADIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBADIL.

       01  CBADIL-REG.
           05 CBADIL-CHAVE.
              10 CBADIL-NUMERO         COMP-3 PIC  9(006).
              10 CBADIL-SEQUENCIA      COMP-3 PIC  9(003).
           05 CBADIL-DATA              COMP-3 PIC  9(008).
           05 CBADIL-DOCUMENTO         COMP-3 PIC  9(008).
           05 CBADIL-CENTRO-CUSTO      COMP-3 PIC  9(004).
           05 CBADIL-COD-RED           COMP-3 PIC  9(005).
           05 CBADIL-HISTORICO         COMP-3 PIC  9(004).
           05 CBADIL-VALOR             COMP-3 PIC  9(012)V99.
           05 CBADIL-LANCAMENTO        COMP-3 PIC  9(007).
