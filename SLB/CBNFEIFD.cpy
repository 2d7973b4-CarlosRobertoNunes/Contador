      ******************************************************************
      *  Notas fiscais eletronicas importadas (CB214PCW)               *
      *  Uma ocorrencia por nota de compra lida do XML e lancada;      *
      *  a chave emitente + serie + numero impede a reimportacao e     *
      *  aponta o titulo a pagar e o empenho baixado                   *
      ******************************************************************

       FD  CBNFEI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBNFEI.

       01  CBNFEI-REG.
           05 CBNFEI-CHAVE.
              10 CBNFEI-CNPJ-CPF       COMP-3 PIC  9(014).
              10 CBNFEI-SERIE          COMP-3 PIC  9(003).
              10 CBNFEI-NUMERO         COMP-3 PIC  9(009).
           05 CBNFEI-PESSOA-CODIGO     COMP-3 PIC  9(005).
           05 CBNFEI-EMISSAO           COMP-3 PIC  9(008).
           05 CBNFEI-VALOR             COMP-3 PIC  9(012)V99.
           05 CBNFEI-PEDIDO            COMP-3 PIC  9(008).
           05 CBNFEI-TITULO            COMP-3 PIC  9(006).
           05 CBNFEI-LANCAMENTO        COMP-3 PIC  9(007).
           05 CBNFEI-DATA-IMPORTACAO   COMP-3 PIC  9(008).
           05 CBNFEI-ARQUIVO                  PIC  X(030).
