      ******************************************************************
      *  Movimento do estoque permanente (CB201PCW)                    *
      *  Ficha de estoque por grupo em ordem de data e sequencia: cada *
      *  registro guarda o custo medio aplicado e o saldo resultante,  *
      *  de modo que a posicao em qualquer data (Registro de           *
      *  Inventario do CB200PCW) e o ultimo registro ate ela           *
      ******************************************************************

       FD  CBESMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBESMV.

       01  CBESMV-REG.
           05 CBESMV-CHAVE.
              10 CBESMV-GRUPO          COMP-3 PIC  9(004).
              10 CBESMV-DATA           COMP-3 PIC  9(008).
              10 CBESMV-SEQUENCIA      COMP-3 PIC  9(009).
           05 CBESMV-TIPO                     PIC  X(001).
              88 CBESMV-ENTRADA                     VALUE "E".
              88 CBESMV-SAIDA                       VALUE "S".
           05 CBESMV-ORIGEM                   PIC  X(008).
           05 CBESMV-DOCTO             COMP-3 PIC  9(008).
           05 CBESMV-QUANTIDADE        COMP-3 PIC  9(009)V999.
           05 CBESMV-VALOR             COMP-3 PIC  9(012)V99.
           05 CBESMV-CUSTO-MEDIO       COMP-3 PIC  9(009)V9999.
           05 CBESMV-SALDO-QUANTIDADE  COMP-3 PIC  9(009)V999.
           05 CBESMV-SALDO-VALOR       COMP-3 PIC  9(012)V99.
           05 CBESMV-SERIE             COMP-3 PIC  9(004).
           05 CBESMV-NUMERO            COMP-3 PIC  9(004).
           05 CBESMV-LANCAMENTO        COMP-3 PIC  9(007).
