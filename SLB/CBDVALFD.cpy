      ******************************************************************
      *  Definicao das linhas da DVA (Demonstracao do Valor Adicionado)*
      *  CBDVAL-TIPO "D" soma as faixas de CBPLCO-CLASSE no grupo: R   *
      *  receitas, I insumos, E retencoes, V recebido em transferencia *
      *  (credito positivo); P pessoal, T impostos, C capitais de      *
      *  terceiros, K capitais proprios (debito positivo). "K" sem     *
      *  faixas recebe o resultado do exercicio (linhas da DRE, CBDREL)*
      *  menos as demais linhas "K". "G" imprime o subtotal do grupo;  *
      *  "T" os totais: 1 valor adicionado bruto (R+I), 2 liquido      *
      *  produzido (1+E), 3 a distribuir (2+V), 4 distribuido (P+T+C+K)*
      ******************************************************************

       FD  CBDVAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBDVAL.

       01  CBDVAL-REG.
           05 CBDVAL-CHAVE.
              10 CBDVAL-LINHA       COMP-3 PIC  9(003).
           05 CBDVAL-TITULO                PIC  X(040).
           05 CBDVAL-TIPO                  PIC  X(001).
              88 CBDVAL-DETALHE                  VALUE "D".
              88 CBDVAL-SUBTOTAL                 VALUE "G".
              88 CBDVAL-TOTAL                    VALUE "T".
           05 CBDVAL-GRUPO                 PIC  X(001).
              88 CBDVAL-RECEITAS                 VALUE "R".
              88 CBDVAL-INSUMOS                  VALUE "I".
              88 CBDVAL-RETENCOES                VALUE "E".
              88 CBDVAL-TRANSFERENCIAS           VALUE "V".
              88 CBDVAL-PESSOAL                  VALUE "P".
              88 CBDVAL-IMPOSTOS                 VALUE "T".
              88 CBDVAL-CAPITAIS-TERCEIROS       VALUE "C".
              88 CBDVAL-CAPITAIS-PROPRIOS        VALUE "K".
              88 CBDVAL-VALOR-BRUTO              VALUE "1".
              88 CBDVAL-VALOR-LIQUIDO            VALUE "2".
              88 CBDVAL-VALOR-A-DISTRIBUIR       VALUE "3".
              88 CBDVAL-VALOR-DISTRIBUIDO        VALUE "4".
           05 CBDVAL-SINAL                 PIC  X(001).
              88 CBDVAL-SOMA                     VALUE "+".
              88 CBDVAL-SUBTRAI                  VALUE "-".
           05 CBDVAL-FAIXAS.
              10 CBDVAL-FAIXA OCCURS 5.
                 15 CBDVAL-CLASSE-DE  COMP-3 PIC  9(015).
                 15 CBDVAL-CLASSE-ATE COMP-3 PIC  9(015).
