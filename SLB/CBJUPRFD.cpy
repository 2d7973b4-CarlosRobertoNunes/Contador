      ******************************************************************
      *  Processos judiciais - contingencias trabalhistas, fiscais     *
      *  e civeis com a probabilidade de perda; a provisao constituida *
      *  e o deposito judicial atualizado sao mantidos pelo            *
      *  processamento trimestral do CB229PCW                          *
      ******************************************************************

       FD  CBJUPR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBJUPR.

       01  CBJUPR-REG.
           05 CBJUPR-CHAVE.
              10 CBJUPR-PROCESSO        COMP-3 PIC  9(006).
           05 CBJUPR-NUMERO-JUDICIAL           PIC  X(025).
           05 CBJUPR-NATUREZA                  PIC  X(001).
              88 CBJUPR-TRABALHISTA                 VALUE "T".
              88 CBJUPR-FISCAL                      VALUE "F".
              88 CBJUPR-CIVEL                       VALUE "C".
           05 CBJUPR-PARTE                     PIC  X(030).
           05 CBJUPR-OBJETO                    PIC  X(040).
           05 CBJUPR-VALOR-CAUSA        COMP-3 PIC  9(012)V99.
           05 CBJUPR-PERDA-ESTIMADA     COMP-3 PIC  9(012)V99.
           05 CBJUPR-PROBABILIDADE             PIC  X(001).
              88 CBJUPR-PROVAVEL                    VALUE "1".
              88 CBJUPR-POSSIVEL                    VALUE "2".
              88 CBJUPR-REMOTA                      VALUE "3".
      *    Deposito: valor depositado em juizo; atualizado: com as
      *    atualizacoes monetarias contabilizadas a cada trimestre
           05 CBJUPR-DEPOSITO           COMP-3 PIC  9(012)V99.
           05 CBJUPR-DATA-DEPOSITO      COMP-3 PIC  9(008).
           05 CBJUPR-DEPOSITO-ATUALIZADO
                                        COMP-3 PIC  9(012)V99.
      *    Provisao constituida ate o ultimo trimestre processado
           05 CBJUPR-PROVISAO           COMP-3 PIC  9(012)V99.
           05 CBJUPR-SITUACAO                  PIC  X(001).
              88 CBJUPR-ATIVO                       VALUE "A".
              88 CBJUPR-ENCERRADO                   VALUE "E".
           05 CBJUPR-DATA-REVISAO       COMP-3 PIC  9(008).
           05 CBJUPR-USUARIO                   PIC  X(030).
