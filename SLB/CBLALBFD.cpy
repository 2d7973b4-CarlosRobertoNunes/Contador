      ******************************************************************
      *  Lalur Parte B (CB158PCW e CB208PCW)                           *
      *  Um registro por conta da Parte B e competencia final de cada  *
      *  apuracao. Tipo D: diferenca temporaria (codigo informado no   *
      *  CBLALU-PARTE-B); saldo positivo a excluir no futuro (ativo    *
      *  diferido), negativo a adicionar (passivo diferido). Adicoes   *
      *  do Lalur aumentam o saldo, exclusoes diminuem. Tipo P:        *
      *  prejuizo fiscal; tipo N: base negativa da CSLL (codigo zero), *
      *  constituidos e compensados pelo CB158PCW                      *
      ******************************************************************

       FD  CBLALB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBLALB.

       01  CBLALB-REG.
           05 CBLALB-CHAVE.
              10 CBLALB-TIPO                  PIC  X(001).
                 88 CBLALB-DIFERENCA                VALUE "D".
                 88 CBLALB-PREJUIZO                 VALUE "P".
                 88 CBLALB-BASE-NEGATIVA            VALUE "N".
              10 CBLALB-CODIGO         COMP-3 PIC  9(003).
              10 CBLALB-AAAAMM                PIC  9(006).
           05 CBLALB-DESCRICAO                PIC  X(040).
           05 CBLALB-ORIGEM                   PIC  X(001).
              88 CBLALB-SALDO-INICIAL               VALUE "I".
              88 CBLALB-APURACAO                    VALUE "A".
           05 CBLALB-COMP-DE                  PIC  9(006).
           05 CBLALB-SALDO-ANTERIOR    COMP-3 PIC S9(012)V99.
           05 CBLALB-ADICOES           COMP-3 PIC  9(012)V99.
           05 CBLALB-EXCLUSOES         COMP-3 PIC  9(012)V99.
           05 CBLALB-SALDO-ATUAL       COMP-3 PIC S9(012)V99.
