      ******************************************************************
      *  Calendario de obrigacoes acessorias da empresa (CB244PCW)     *
      *  Situacao: "P" pendente, "G" arquivo gerado (CB245PCW, chamado *
      *  pelo CB081PCW/CB153PCW/CB154PCW), "T" transmitida com recibo, *
      *  "R" retificadora aberta com justificativa (log CBOBLG).       *
      *  Transmitida e com bloqueio "S", o CB043PCW, o CB008PCW e o    *
      *  CB024PCW recusam lancamento em competencia entre              *
      *  CBOBRI-PERIODO-DE e CBOBRI-PERIODO-ATE; periodo e bloqueio    *
      *  nao mudam mais depois da entrega                              *
      ******************************************************************

       FD  CBOBRI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBOBRI.

       01  CBOBRI-REG.
           05 CBOBRI-CHAVE.
              10 CBOBRI-OBRIGACAO             PIC  X(006).
              10 CBOBRI-PERIODO-DE            PIC  9(006).
           05 CBOBRI-PERIODO-ATE              PIC  9(006).
           05 CBOBRI-VENCIMENTO        COMP-3 PIC  9(008).
           05 CBOBRI-BLOQUEIO                 PIC  X(001).
              88 CBOBRI-BLOQUEIA-LANCAMENTOS        VALUE "S".
           05 CBOBRI-SITUACAO                 PIC  X(001).
              88 CBOBRI-PENDENTE                    VALUE "P".
              88 CBOBRI-GERADA                      VALUE "G".
              88 CBOBRI-TRANSMITIDA                 VALUE "T".
              88 CBOBRI-RETIFICADORA                VALUE "R".
           05 CBOBRI-DATA-GERACAO      COMP-3 PIC  9(008).
           05 CBOBRI-DATA-TRANSMISSAO  COMP-3 PIC  9(008).
           05 CBOBRI-RECIBO                   PIC  X(050).
           05 CBOBRI-USUARIO                  PIC  X(030).
           05 CBOBRI-RECIBO-ANTERIOR          PIC  X(050).
           05 CBOBRI-RETIFICACOES      COMP-3 PIC  9(003).
           05 CBOBRI-JUSTIFICATIVA            PIC  X(080).
