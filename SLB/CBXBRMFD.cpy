      ******************************************************************
      *  Mapeamento das demonstracoes para a taxonomia XBRL (CB241PCW) *
      *  "B" Balanco: faixas de CBPLCO-CLASSE somam o saldo do CBCOSA; *
      *  "D" DRE: linha do CBDREL (valor acumulado do exercicio);      *
      *  "F" DFC: faixas da classe da contrapartida, como no CB079PCW. *
      *  Natureza "T" soma os elementos detalhe cujo codigo CVM comeca *
      *  com o codigo do total seguido de ponto; sinal "-" inverte.    *
      *  "N" declara prefixo (no elemento) e namespace (na referencia);*
      *  "S" guarda na referencia o schemaRef da taxonomia da CVM      *
      ******************************************************************

       FD  CBXBRM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBXBRM.

       01  CBXBRM-REG.
           05 CBXBRM-CHAVE.
              10 CBXBRM-DEMONSTRACAO         PIC  X(001).
                 88 CBXBRM-BALANCO                 VALUE "B".
                 88 CBXBRM-DRE                     VALUE "D".
                 88 CBXBRM-DFC                     VALUE "F".
                 88 CBXBRM-NAMESPACE               VALUE "N".
                 88 CBXBRM-SCHEMA                  VALUE "S".
              10 CBXBRM-SEQUENCIA            PIC  9(004).
           05 CBXBRM-ELEMENTO                PIC  X(056).
           05 CBXBRM-CODIGO-CVM              PIC  X(015).
           05 CBXBRM-DESCRICAO               PIC  X(040).
           05 CBXBRM-NATUREZA                PIC  X(001).
              88 CBXBRM-DETALHE                    VALUE "D".
              88 CBXBRM-TOTAL                      VALUE "T".
           05 CBXBRM-SINAL                   PIC  X(001).
              88 CBXBRM-INVERTE                    VALUE "-".
           05 CBXBRM-LINHA-DRE        COMP-3 PIC  9(003).
           05 CBXBRM-FAIXAS.
              10 CBXBRM-FAIXA OCCURS 5.
                 15 CBXBRM-CLASSE-DE  COMP-3 PIC  9(015).
                 15 CBXBRM-CLASSE-ATE COMP-3 PIC  9(015).
           05 CBXBRM-REFERENCIA              PIC  X(100).
