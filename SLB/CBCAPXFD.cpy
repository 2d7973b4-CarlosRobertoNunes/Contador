      ******************************************************************
      *  Projetos de investimento (capex) aprovados (CB236PCW)         *
      *  Valor aprovado, centro, patrocinador e periodo (AAAAMM) do    *
      *  projeto; os bens do CBATIV e os empenhos do CBEMPE levam o    *
      *  codigo do projeto, e o saldo (CB237PCW) e o aprovado menos    *
      *  o empenhado em aberto e o capitalizado                        *
      ******************************************************************

       FD  CBCAPX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCAPX.

       01  CBCAPX-REG.
           05 CBCAPX-CHAVE.
              10 CBCAPX-PROJETO        COMP-3 PIC  9(006).
           05 CBCAPX-DESCRICAO                PIC  X(040).
           05 CBCAPX-CENTRO-CUSTO             PIC  9(004).
           05 CBCAPX-PATROCINADOR             PIC  X(030).
           05 CBCAPX-VALOR-APROVADO    COMP-3 PIC  9(012)V99.
           05 CBCAPX-DATA-APROVACAO    COMP-3 PIC  9(008).
           05 CBCAPX-PERIODO-DE               PIC  9(006).
           05 CBCAPX-PERIODO-ATE              PIC  9(006).
           05 CBCAPX-SITUACAO                 PIC  X(001).
              88 CBCAPX-PROJETO-ABERTO              VALUE "A".
              88 CBCAPX-PROJETO-ENCERRADO           VALUE "E".
