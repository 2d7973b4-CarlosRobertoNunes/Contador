      ******************************************************************
      *  Provisao de recebido nao faturado lancada (CB247PCW)          *
      *  Uma por competencia, centro e conta de despesa do empenho,    *
      *  contra a conta do passivo. A provisao e estornada pela        *
      *  execucao da competencia seguinte, que grava o lancamento      *
      *  do estorno                                                    *
      ******************************************************************

       FD  CBGRNI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBGRNI.

       01  CBGRNI-REG.
           05 CBGRNI-CHAVE.
              10 CBGRNI-AAAAMM                PIC  9(006).
              10 CBGRNI-CENTRO-CUSTO   COMP-3 PIC  9(004).
              10 CBGRNI-COD-RED        COMP-3 PIC  9(005).
           05 CBGRNI-COD-RED-PASSIVO   COMP-3 PIC  9(005).
           05 CBGRNI-HISTORICO         COMP-3 PIC  9(004).
           05 CBGRNI-VALOR             COMP-3 PIC  9(012)V99.
           05 CBGRNI-LANCAMENTO        COMP-3 PIC  9(007).
           05 CBGRNI-SITUACAO                 PIC  X(001).
              88 CBGRNI-EM-VIGOR                    VALUE "V".
              88 CBGRNI-ESTORNADA                   VALUE "E".
           05 CBGRNI-LANC-ESTORNO      COMP-3 PIC  9(007).
           05 CBGRNI-AAAAMM-ESTORNO           PIC  9(006).
