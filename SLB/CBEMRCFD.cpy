      ******************************************************************
      *  Recebimentos registrados contra o pedido do CBEMPE (CB247PCW) *
      *  Data, quantidade e valor recebidos e o documento de entrega;  *
      *  o recebido ainda sem nota lancada (debito com o pedido no     *
      *  documento, pelo CBIXDO) e provisionado no fim do mes.         *
      *  Pedido zero, sequencia zero: conta do passivo "recebido nao   *
      *  faturado" e historico padrao da provisao                      *
      ******************************************************************

       FD  CBEMRC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBEMRC.

       01  CBEMRC-REG.
           05 CBEMRC-CHAVE.
              10 CBEMRC-PEDIDO         COMP-3 PIC  9(008).
              10 CBEMRC-SEQUENCIA      COMP-3 PIC  9(004).
           05 CBEMRC-DATA-RECEBIMENTO  COMP-3 PIC  9(008).
           05 CBEMRC-QUANTIDADE        COMP-3 PIC  9(009)V999.
           05 CBEMRC-VALOR             COMP-3 PIC  9(012)V99.
           05 CBEMRC-DOCUMENTO                PIC  X(020).
           05 CBEMRC-USUARIO                  PIC  X(030).
           05 CBEMRC-DATA-REGISTRO     COMP-3 PIC  9(008).
           05 CBEMRC-COD-RED-PASSIVO   COMP-3 PIC  9(005).
           05 CBEMRC-HISTORICO         COMP-3 PIC  9(004).
