
      ******************************************************************
      *  Diario - ponto de retomada da emissao                         *
      *  Uma chave por periodo e centro de custo do CB017PCW. Guarda a *
      *  folha e o lancamento onde a emissao recomeca, os totais a     *
      *  debito e a credito acumulados ate ali e o volume corrente     *
      *  quando o livro e emitido em volumes por faixa de meses        *
      ******************************************************************

       FD  CBDIRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBDIRE.

       01  CBDIRE-REG.
           05 CBDIRE-CHAVE.
              10 CBDIRE-INICIO                PIC  9(008).
              10 CBDIRE-FIM                   PIC  9(008).
              10 CBDIRE-CENTRO-CUSTO          PIC  9(004).
           05 CBDIRE-SITUACAO                 PIC  X(001).
              88 CBDIRE-EM-ANDAMENTO                 VALUE "A".
              88 CBDIRE-CONCLUIDA                    VALUE "C".
           05 CBDIRE-NOTACAO                  PIC  9(001).
           05 CBDIRE-COM-DESCRICAO            PIC  9(001).
           05 CBDIRE-MESES-VOLUME             PIC  9(002).
           05 CBDIRE-VOLUME                   PIC  9(003).
           05 CBDIRE-VOLUME-INICIO            PIC  9(006).
           05 CBDIRE-MESES-NO-VOLUME          PIC  9(002).
           05 CBDIRE-PAGINA                   PIC  9(004).
           05 CBDIRE-FOLHA                    PIC  9(004).
           05 CBDIRE-AAAAMM                   PIC  9(006).
           05 CBDIRE-DIA                      PIC  9(002).
           05 CBDIRE-LANCAMENTO        COMP-3 PIC  9(007).
           05 CBDIRE-DB-MOVIMENTO      COMP-3 PIC  9(012)V99.
           05 CBDIRE-CR-MOVIMENTO      COMP-3 PIC  9(012)V99.
           05 CBDIRE-DATA              COMP-3 PIC  9(008).
           05 CBDIRE-HORA              COMP-3 PIC  9(008).
           05 CBDIRE-USUARIO                  PIC  X(030).
           05 FILLER                          PIC  X(020).
