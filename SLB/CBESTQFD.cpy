      ******************************************************************
      *  Estoque permanente por grupo de produto (CB200PCW)            *
      *  O grupo e o mesmo codigo do mapeamento do faturamento         *
      *  (CBFTMP tipo "G"); quantidade e valor sao o saldo corrente,   *
      *  o custo medio ponderado e recalculado a cada entrada pelo     *
      *  CB201PCW e as saidas baixam o valor por ele. A data da ultima *
      *  movimentacao barra movimento retroativo, que distorceria a    *
      *  media ja aplicada as saidas seguintes                         *
      ******************************************************************

       FD  CBESTQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBESTQ.

       01  CBESTQ-REG.
           05 CBESTQ-CHAVE.
              10 CBESTQ-GRUPO          COMP-3 PIC  9(004).
           05 CBESTQ-DESCRICAO                PIC  X(030).
           05 CBESTQ-UNIDADE                  PIC  X(003).
           05 CBESTQ-COD-RED-ESTOQUE   COMP-3 PIC  9(005).
           05 CBESTQ-COD-RED-CMV       COMP-3 PIC  9(005).
           05 CBESTQ-CENTRO-CUSTO      COMP-3 PIC  9(004).
           05 CBESTQ-HISTORICO         COMP-3 PIC  9(004).
           05 CBESTQ-QUANTIDADE        COMP-3 PIC  9(009)V999.
           05 CBESTQ-VALOR             COMP-3 PIC  9(012)V99.
           05 CBESTQ-CUSTO-MEDIO       COMP-3 PIC  9(009)V9999.
           05 CBESTQ-ULTIMA-DATA       COMP-3 PIC  9(008).
           05 CBESTQ-ULTIMA-SEQUENCIA  COMP-3 PIC  9(009).
