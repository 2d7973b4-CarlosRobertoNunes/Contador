
      ******************************************************************
      *  Despesas de cartao corporativo (CB254PCW)                     *
      *  Uma linha por lancamento da fatura importada; o portador      *
      *  ou o gestor informa centro, conta, historico e comprovante    *
      *  e aprova. A contabilizacao da fatura lanca as aprovadas na    *
      *  despesa e as demais na conta transitoria, contra o credito    *
      *  unico no cartao a pagar; a reclassificacao posterior tira     *
      *  da transitoria as que forem aprovadas depois                  *
      ******************************************************************

       FD  CBCCDE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCCDE.

       01  CBCCDE-REG.
           05 CBCCDE-CHAVE.
              10 CBCCDE-CARTAO                PIC  X(016).
              10 CBCCDE-FATURA         COMP-3 PIC  9(006).
              10 CBCCDE-SEQUENCIA      COMP-3 PIC  9(004).
           05 CBCCDE-DATA              COMP-3 PIC  9(008).
           05 CBCCDE-ESTABELECIMENTO          PIC  X(030).
           05 CBCCDE-AUTORIZACAO              PIC  X(010).
           05 CBCCDE-TIPO                     PIC  X(001).
              88 CBCCDE-COMPRA                      VALUE "D".
              88 CBCCDE-ESTORNO                     VALUE "C".
           05 CBCCDE-VALOR             COMP-3 PIC  9(010)V99.
           05 CBCCDE-CENTRO-CUSTO      COMP-3 PIC  9(004).
           05 CBCCDE-COD-RED           COMP-3 PIC  9(005).
           05 CBCCDE-HISTORICO         COMP-3 PIC  9(004).
           05 CBCCDE-COMPROVANTE              PIC  X(015).
           05 CBCCDE-SITUACAO                 PIC  X(001).
              88 CBCCDE-PENDENTE                    VALUE "P".
              88 CBCCDE-ALOCADA                     VALUE "A".
              88 CBCCDE-APROVADA                    VALUE "V".
           05 CBCCDE-APROVADOR                PIC  X(030).
           05 CBCCDE-DATA-APROVACAO    COMP-3 PIC  9(008).
           05 CBCCDE-CONTABIL                 PIC  X(001).
              88 CBCCDE-NAO-CONTABILIZADA           VALUE " ".
              88 CBCCDE-NA-DESPESA                  VALUE "D".
              88 CBCCDE-NA-TRANSITORIA              VALUE "T".
           05 CBCCDE-COD-RED-TRANSITORIA
                                       COMP-3 PIC  9(005).
           05 CBCCDE-SERIE-BAC         COMP-3 PIC  9(004).
           05 CBCCDE-NUMERO-BAC        COMP-3 PIC  9(004).
      *    Lancamento gerado pela contabilizacao da fatura, usado para
      *    desfaze-la se o cartao a pagar for rejeitado
           05 CBCCDE-LANCAMENTO        COMP-3 PIC  9(007).
           05 FILLER                          PIC  X(006).
