      ******************************************************************
      *  Orcamento da ordem de servico por grupo de contas (CB178PCW)  *
      *  Receita ou custo orcado por conta de grupo (qualquer grau);   *
      *  o realizado do CBORSA cai no grupo orcado mais proximo        *
      *  acima da conta, e a estimativa para concluir projeta o        *
      *  resultado final da ordem                                      *
      ******************************************************************

       FD  CBOROR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBOROR.

       01  CBOROR-REG.
           05 CBOROR-CHAVE.
              10 CBOROR-ORDEM          COMP-3 PIC  9(006).
              10 CBOROR-GRUPO          COMP-3 PIC  9(015).
           05 CBOROR-NATUREZA                 PIC  X(001).
              88 CBOROR-RECEITA                     VALUE "R".
              88 CBOROR-CUSTO                       VALUE "C".
           05 CBOROR-VALOR-ORCADO      COMP-3 PIC  9(012)V99.
      *    Estimativa para concluir, informada pelo gerente da ordem
           05 CBOROR-A-REALIZAR        COMP-3 PIC  9(012)V99.
           05 CBOROR-DATA-ESTIMATIVA   COMP-3 PIC  9(008).
