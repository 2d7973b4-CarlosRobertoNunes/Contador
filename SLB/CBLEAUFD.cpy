      ******************************************************************
      *  Auditoria de leitura (CB233PCW): quem consultou o que. Uma    *
      *  linha por conta, faixa de contas ou pessoa exibida pelas      *
      *  consultas, relatorios e demonstracoes, quando a classe da     *
      *  conta ou a pessoa esta ligada no CBLECL (CB234PCW)            *
      ******************************************************************

       FD  CBLEAU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBLEAU.

       01  CBLEAU-REG.
           05 CBLEAU-CHAVE.
              10 CBLEAU-DATA                  PIC  9(008).
              10 CBLEAU-HORA                  PIC  9(008).
              10 CBLEAU-SEQUENCIA             PIC  9(004).
           05 CBLEAU-USUARIO                  PIC  X(030).
           05 CBLEAU-PROGRAMA                 PIC  X(008).
           05 CBLEAU-ITEM                     PIC  X(001).
              88 CBLEAU-ITEM-CONTA                  VALUE "C".
              88 CBLEAU-ITEM-FAIXA                  VALUE "F".
              88 CBLEAU-ITEM-PESSOA                 VALUE "P".
           05 CBLEAU-CONTA-DE          COMP-3 PIC  9(015).
           05 CBLEAU-CONTA-ATE         COMP-3 PIC  9(015).
           05 CBLEAU-CENTRO-DE                PIC  9(004).
           05 CBLEAU-CENTRO-ATE               PIC  9(004).
           05 CBLEAU-PESSOA-DE                PIC  9(005).
           05 CBLEAU-PESSOA-ATE               PIC  9(005).
           05 CBLEAU-REFERENCIA               PIC  9(006).
