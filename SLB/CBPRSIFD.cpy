      ******************************************************************
      *  Sinalizacoes de pares atipicos nos BACs (CB220PCW)            *
      *  Par novo (N) ou raro (R) frente ao perfil na analise da       *
      *  competencia; o aceite do revisor grava usuario e data         *
      ******************************************************************

       FD  CBPRSI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPRSI.

       01  CBPRSI-REG.
           05 CBPRSI-CHAVE.
              10 CBPRSI-AAAAMM                 PIC  9(006).
              10 CBPRSI-SERIE           COMP-3 PIC  9(004).
              10 CBPRSI-NUMERO          COMP-3 PIC  9(004).
              10 CBPRSI-COD-RED-DB      COMP-3 PIC  9(005).
              10 CBPRSI-COD-RED-CR      COMP-3 PIC  9(005).
           05 CBPRSI-LANCAMENTO         COMP-3 PIC  9(007).
           05 CBPRSI-DOCTO              COMP-3 PIC  9(008).
           05 CBPRSI-VALOR              COMP-3 PIC  9(012)V99.
           05 CBPRSI-OCORRENCIAS        COMP-3 PIC  9(007).
           05 CBPRSI-MOTIVO                    PIC  X(001).
              88 CBPRSI-PAR-NOVO                    VALUE "N".
              88 CBPRSI-PAR-RARO                    VALUE "R".
           05 CBPRSI-SITUACAO                  PIC  X(001).
              88 CBPRSI-PENDENTE                    VALUE "P".
              88 CBPRSI-ACEITA                      VALUE "A".
           05 CBPRSI-USUARIO                   PIC  X(030).
           05 CBPRSI-DATA-ACEITE        COMP-3 PIC  9(008).
