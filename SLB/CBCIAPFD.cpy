      ******************************************************************
      *  Controle de credito de ICMS do ativo permanente (CIAP)        *
      *  Um registro por bem do CBATIV com o ICMS destacado na nota,   *
      *  apropriado em 48 parcelas mensais pelo CB203PCW. O codigo     *
      *  zero e a configuracao: contas do CIAP, do ICMS a recuperar e  *
      *  da parcela sem credito, e o historico padrao dos lancamentos  *
      ******************************************************************

       FD  CBCIAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCIAP.

       01  CBCIAP-REG.
           05 CBCIAP-CHAVE.
              10 CBCIAP-CODIGO          COMP-3 PIC  9(005).
           05 CBCIAP-NOTA                      PIC  9(008).
           05 CBCIAP-DATA-ENTRADA       COMP-3 PIC  9(008).
           05 CBCIAP-VALOR-ICMS         COMP-3 PIC  9(012)V99.
           05 CBCIAP-PARCELAS                  PIC  9(002).
           05 CBCIAP-VALOR-APROPRIADO   COMP-3 PIC  9(012)V99.
           05 CBCIAP-VALOR-CREDITADO    COMP-3 PIC  9(012)V99.
           05 CBCIAP-VALOR-BAIXADO      COMP-3 PIC  9(012)V99.
           05 CBCIAP-ULTIMA-COMPETENCIA        PIC  9(006).
           05 CBCIAP-SITUACAO                  PIC  X(001).
              88 CBCIAP-EM-APROPRIACAO              VALUE "A".
              88 CBCIAP-BAIXADO                     VALUE "B".
              88 CBCIAP-ENCERRADO                   VALUE "E".
           05 CBCIAP-COD-RED-CIAP       COMP-3 PIC  9(005).
           05 CBCIAP-COD-RED-ICMS       COMP-3 PIC  9(005).
           05 CBCIAP-COD-RED-PERDA      COMP-3 PIC  9(005).
           05 CBCIAP-HISTORICO          COMP-3 PIC  9(004).
