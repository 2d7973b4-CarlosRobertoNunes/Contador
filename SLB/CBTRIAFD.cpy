      ******************************************************************
      *  Ocorrencias da triagem de pagamentos em duplicidade           *
      *  Cada titulo a pagar retido pela triagem do CB145PCW grava     *
      *  um bloqueio com o motivo e o titulo semelhante; a liberacao   *
      *  pelo CB216PCW grava o usuario e a justificativa               *
      ******************************************************************

       FD  CBTRIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBTRIA.

       01  CBTRIA-REG.
           05 CBTRIA-CHAVE.
              10 CBTRIA-TITULO          COMP-3 PIC  9(006).
              10 CBTRIA-DATA            COMP-3 PIC  9(008).
              10 CBTRIA-HORA            COMP-3 PIC  9(008).
           05 CBTRIA-EVENTO                    PIC  X(001).
              88 CBTRIA-BLOQUEIO                    VALUE "B".
              88 CBTRIA-LIBERACAO                   VALUE "L".
      *    Motivo do bloqueio: D mesmo documento, V mesmo valor com
      *    vencimento proximo, Q valor quase igual na mesma emissao,
      *    P mesmo valor ja pago no periodo de comparacao
           05 CBTRIA-MOTIVO                    PIC  X(001).
              88 CBTRIA-MESMO-DOCUMENTO             VALUE "D".
              88 CBTRIA-MESMO-VALOR                 VALUE "V".
              88 CBTRIA-VALOR-PROXIMO               VALUE "Q".
              88 CBTRIA-JA-PAGO                     VALUE "P".
           05 CBTRIA-TITULO-SEMELHANTE  COMP-3 PIC  9(006).
           05 CBTRIA-USUARIO                   PIC  X(030).
           05 CBTRIA-JUSTIFICATIVA             PIC  X(050).
