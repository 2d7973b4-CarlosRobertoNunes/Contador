      ******************************************************************
      *  Cheques emitidos por conta bancaria (CB212PCW)                *
      *  Chave: codigo reduzido da conta do banco e numero do cheque.  *
      *  Emitido fica em transito ate o CB092PCW importar o extrato    *
      *  com o debito de mesmo numero e valor, que o marca compensado  *
      *  e guarda a linha do CBEXTR que o liquidou                     *
      ******************************************************************

       FD  CBCHEQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCHEQ.

       01  CBCHEQ-REG.
           05 CBCHEQ-CHAVE.
              10 CBCHEQ-COD-RED        COMP-3 PIC  9(005).
              10 CBCHEQ-NUMERO         COMP-3 PIC  9(006).
           05 CBCHEQ-PESSOA-CODIGO            PIC  9(005).
           05 CBCHEQ-FAVORECIDO               PIC  X(040).
           05 CBCHEQ-VALOR             COMP-3 PIC  9(012)V99.
           05 CBCHEQ-EMISSAO           COMP-3 PIC  9(008).
           05 CBCHEQ-TITULO            COMP-3 PIC  9(006).
           05 CBCHEQ-SITUACAO                 PIC  X(001).
              88 CBCHEQ-EM-TRANSITO                 VALUE "E".
              88 CBCHEQ-COMPENSADO                  VALUE "C".
              88 CBCHEQ-CANCELADO                   VALUE "X".
           05 CBCHEQ-DATA-COMPENSACAO  COMP-3 PIC  9(008).
           05 CBCHEQ-EXTR-AAAAMM              PIC  9(006).
           05 CBCHEQ-EXTR-SEQUENCIA    COMP-3 PIC  9(005).
           05 CBCHEQ-DATA-CANCELAMENTO COMP-3 PIC  9(008).
