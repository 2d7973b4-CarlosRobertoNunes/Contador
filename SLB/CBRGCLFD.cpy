      ******************************************************************
      *  Situacao do cliente na regua de cobranca (CB227PCW)           *
      *  Ultima etapa enviada e a data; volta a zero quando o          *
      *  cliente deixa de ter titulo vencido. Cliente em negociacao    *
      *  ou disputa fica suspenso da regua ate a data informada        *
      *  (zero: ate a reativacao)                                      *
      ******************************************************************

       FD  CBRGCL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRGCL.

       01  CBRGCL-REG.
           05 CBRGCL-CHAVE.
              10 CBRGCL-CLIENTE        COMP-3 PIC  9(005).
           05 CBRGCL-ETAPA             COMP-3 PIC  9(002).
           05 CBRGCL-DATA-ENVIO        COMP-3 PIC  9(008).
           05 CBRGCL-SUSPENSAO                PIC  X(001).
              88 CBRGCL-SUSPENSO                    VALUE "S".
           05 CBRGCL-MOTIVO                   PIC  X(001).
              88 CBRGCL-NEGOCIACAO                  VALUE "N".
              88 CBRGCL-DISPUTA                     VALUE "D".
           05 CBRGCL-DATA-SUSPENSAO    COMP-3 PIC  9(008).
           05 CBRGCL-SUSPENSO-ATE      COMP-3 PIC  9(008).
           05 CBRGCL-USUARIO                  PIC  X(030).
           05 CBRGCL-OBSERVACAO               PIC  X(040).
