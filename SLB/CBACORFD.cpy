      ******************************************************************
      *  Parcelamentos e acordos de titulos (CB228PCW)                 *
      *  Parcelamento: um documento dividido em parcelas no CBTITU;    *
      *  acordo: titulos a receber renegociados (situacao "N")         *
      *  substituidos por parcelas novas com os juros acordados.       *
      *  O CB169PCW usa o vinculo no razao auxiliar por pessoa         *
      ******************************************************************

       FD  CBACOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBACOR.

       01  CBACOR-REG.
           05 CBACOR-CHAVE.
              10 CBACOR-NUMERO         COMP-3 PIC  9(006).
              10 CBACOR-SEQUENCIA      COMP-3 PIC  9(003).
           05 CBACOR-DADOS                    PIC  X(090).
      *    Sequencia zero: cabecalho do parcelamento ou acordo;
      *    o lancamento e o do reconhecimento no parcelamento e o
      *    da diferenca (juros ou desconto) no acordo
           05 CBACOR-CABECALHO REDEFINES CBACOR-DADOS.
              10 CBACOR-TIPO                  PIC  X(001).
                 88 CBACOR-PARCELAMENTO             VALUE "P".
                 88 CBACOR-ACORDO                   VALUE "A".
              10 CBACOR-PESSOA         COMP-3 PIC  9(005).
              10 CBACOR-TIPO-TITULO           PIC  X(001).
              10 CBACOR-DATA           COMP-3 PIC  9(008).
              10 CBACOR-VALOR-ORIGINAL COMP-3 PIC  9(012)V99.
              10 CBACOR-TAXA-JUROS     COMP-3 PIC  9(003)V99.
              10 CBACOR-DIFERENCA      COMP-3 PIC S9(012)V99.
              10 CBACOR-VALOR-TOTAL    COMP-3 PIC  9(012)V99.
              10 CBACOR-QT-PARCELAS    COMP-3 PIC  9(003).
              10 CBACOR-REGRA                 PIC  X(001).
                 88 CBACOR-MENSAL                   VALUE "M".
                 88 CBACOR-A-CADA-N-DIAS            VALUE "D".
              10 CBACOR-INTERVALO      COMP-3 PIC  9(003).
              10 CBACOR-LANCAMENTO     COMP-3 PIC  9(007).
              10 CBACOR-USUARIO               PIC  X(030).
              10 FILLER                       PIC  X(014).
      *    Sequencia 1 em diante: titulos originais do acordo ("O",
      *    com o saldo renegociado) e parcelas geradas ("N")
           05 CBACOR-ITEM REDEFINES CBACOR-DADOS.
              10 CBACOR-PAPEL                 PIC  X(001).
                 88 CBACOR-ORIGINAL                 VALUE "O".
                 88 CBACOR-NOVA-PARCELA             VALUE "N".
              10 CBACOR-TITULO         COMP-3 PIC  9(006).
              10 CBACOR-VENCIMENTO     COMP-3 PIC  9(008).
              10 CBACOR-VALOR          COMP-3 PIC  9(012)V99.
              10 FILLER                       PIC  X(072).
