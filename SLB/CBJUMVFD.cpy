      ******************************************************************
      *  Movimento trimestral das contingencias (CB229PCW): um         *
      *  registro por processo e tipo em cada trimestre (AAAAT), o que *
      *  impede a contabilizacao em duplicidade no reprocessamento     *
      ******************************************************************

       FD  CBJUMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBJUMV.

       01  CBJUMV-REG.
           05 CBJUMV-CHAVE.
              10 CBJUMV-TRIMESTRE       COMP-3 PIC  9(005).
              10 CBJUMV-PROCESSO        COMP-3 PIC  9(006).
              10 CBJUMV-TIPO                   PIC  X(001).
                 88 CBJUMV-PROVISAO                 VALUE "P".
                 88 CBJUMV-ATUALIZACAO              VALUE "D".
           05 CBJUMV-DATA-BASE          COMP-3 PIC  9(008).
           05 CBJUMV-SALDO-ANTERIOR     COMP-3 PIC  9(012)V99.
           05 CBJUMV-VALOR              COMP-3 PIC S9(012)V99.
           05 CBJUMV-SALDO-ATUAL        COMP-3 PIC  9(012)V99.
           05 CBJUMV-INDICE             COMP-3 PIC  9(003)V9(004).
           05 CBJUMV-LANCAMENTO         COMP-3 PIC  9(007).
