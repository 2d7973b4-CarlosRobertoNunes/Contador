
      ******************************************************************
      *  Registro das acoes sobre dados pessoais (CB255PCW)            *
      *  Uma linha por exportacao, por campo anonimizado e por         *
      *  anonimizacao recusada, com operador, data e hora; guarda so   *
      *  arquivo, chave e campo - nunca o conteudo original            *
      ******************************************************************

       FD  CBLGPD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBLGPD.

       01  CBLGPD-REG.
           05 CBLGPD-CHAVE.
              10 CBLGPD-PESSOA         COMP-3 PIC  9(005).
              10 CBLGPD-DATA                  PIC  9(008).
              10 CBLGPD-HORA                  PIC  9(008).
              10 CBLGPD-SEQUENCIA             PIC  9(004).
           05 CBLGPD-ACAO                     PIC  X(001).
              88 CBLGPD-EXPORTACAO                  VALUE "E".
              88 CBLGPD-ANONIMIZACAO                VALUE "A".
              88 CBLGPD-RECUSA                      VALUE "R".
           05 CBLGPD-ARQUIVO                  PIC  X(006).
           05 CBLGPD-REGISTRO                 PIC  X(020).
           05 CBLGPD-CAMPO                    PIC  X(020).
           05 CBLGPD-DETALHE                  PIC  X(050).
           05 CBLGPD-OPERADOR                 PIC  X(030).
           05 FILLER                          PIC  X(010).
