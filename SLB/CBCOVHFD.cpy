      ******************************************************************
      *  Historico das medicoes de covenants (CB217PCW)                *
      *  Uma medicao por contrato, covenant e competencia, com o       *
      *  limite vigente no calculo; a quebra dispensada pelo banco     *
      *  guarda a referencia e a data do waiver                        *
      ******************************************************************

       FD  CBCOVH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCOVH.

       01  CBCOVH-REG.
           05 CBCOVH-CHAVE.
              10 CBCOVH-CONTRATO        COMP-3 PIC  9(004).
              10 CBCOVH-COVENANT               PIC  9(002).
              10 CBCOVH-AAAAMM                 PIC  9(006).
           05 CBCOVH-NUMERADOR          COMP-3 PIC S9(012)V99.
           05 CBCOVH-DENOMINADOR        COMP-3 PIC S9(012)V99.
           05 CBCOVH-INDICE             COMP-3 PIC S9(012)V9999.
           05 CBCOVH-LIMITE             COMP-3 PIC S9(012)V9999.
           05 CBCOVH-SITUACAO                  PIC  X(001).
              88 CBCOVH-ATENDIDO                    VALUE "O".
              88 CBCOVH-ALERTA                      VALUE "A".
              88 CBCOVH-QUEBRA                      VALUE "Q".
              88 CBCOVH-QUEBRA-WAIVER               VALUE "W".
      *       Denominador zero ou negativo: indice sem sentido, fica
      *       para exame da tesouraria
              88 CBCOVH-INDETERMINADO               VALUE "I".
           05 CBCOVH-DATA-CALCULO       COMP-3 PIC  9(008).
           05 CBCOVH-WAIVER-REFERENCIA         PIC  X(030).
           05 CBCOVH-WAIVER-DATA        COMP-3 PIC  9(008).
