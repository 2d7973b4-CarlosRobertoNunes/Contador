      ******************************************************************
      *  Notas do faturamento retidas pelo controle de credito         *
      *  O CB152PCW retem a nota do cliente bloqueado, com titulos     *
      *  vencidos alem da tolerancia ou acima do limite; o CB225PCW    *
      *  libera (ou cancela) e a opcao 3 do CB152PCW integra as        *
      *  liberadas a partir das linhas guardadas                       *
      ******************************************************************

       FD  CBFTRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBFTRE.

       01  CBFTRE-REG.
           05 CBFTRE-CHAVE.
              10 CBFTRE-NOTA           COMP-3 PIC  9(008).
              10 CBFTRE-SEQUENCIA      COMP-3 PIC  9(004).
           05 CBFTRE-DADOS                    PIC  X(090).
      *    Sequencia zero: cabecalho da nota retida
           05 CBFTRE-CABECALHO REDEFINES CBFTRE-DADOS.
              10 CBFTRE-CLIENTE        COMP-3 PIC  9(005).
              10 CBFTRE-DATA-NOTA      COMP-3 PIC  9(008).
              10 CBFTRE-VALOR-NOTA     COMP-3 PIC  9(012)V99.
              10 CBFTRE-SITUACAO              PIC  X(001).
                 88 CBFTRE-RETIDA                   VALUE "R".
                 88 CBFTRE-LIBERADA                 VALUE "L".
                 88 CBFTRE-INTEGRADA                VALUE "I".
                 88 CBFTRE-CANCELADA                VALUE "C".
                 88 CBFTRE-PENDENTE                 VALUE "R" "L".
              10 CBFTRE-MOTIVO                PIC  X(001).
                 88 CBFTRE-MOTIVO-BLOQUEIO          VALUE "B".
                 88 CBFTRE-MOTIVO-ATRASO            VALUE "A".
                 88 CBFTRE-MOTIVO-LIMITE            VALUE "L".
              10 CBFTRE-EXPOSICAO      COMP-3 PIC  9(012)V99.
              10 CBFTRE-LIMITE         COMP-3 PIC  9(012)V99.
              10 CBFTRE-VENCIDO        COMP-3 PIC  9(012)V99.
              10 CBFTRE-QT-LINHAS      COMP-3 PIC  9(004).
              10 CBFTRE-DATA-RETENCAO  COMP-3 PIC  9(008).
              10 CBFTRE-USUARIO               PIC  X(030).
              10 CBFTRE-DATA-DECISAO   COMP-3 PIC  9(008).
              10 CBFTRE-DATA-INTEGRACAO
                                       COMP-3 PIC  9(008).
      *    Sequencia 1 em diante: linhas da nota como vieram no
      *    arquivo diario, reprocessadas pelo CB152PCW na liberacao
           05 CBFTRE-LINHA REDEFINES CBFTRE-DADOS.
              10 CBFTRE-LINHA-NOTA            PIC  X(052).
              10 FILLER                       PIC  X(038).
