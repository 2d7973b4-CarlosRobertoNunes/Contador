      ******************************************************************
      *  Destinacao do resultado contabilizada (CB231PCW), por         *
      *  exercicio e linha aprovada: reserva legal (L), dividendo      *
      *  minimo obrigatorio (D) e reservas estatutarias (E); o         *
      *  CB080PCW leva os lancamentos as linhas proprias da DMPL       *
      ******************************************************************

       FD  CBDEMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBDEMV.

       01  CBDEMV-REG.
           05 CBDEMV-CHAVE.
              10 CBDEMV-EXERCICIO              PIC  9(004).
              10 CBDEMV-TIPO                   PIC  X(001).
                 88 CBDEMV-RESERVA-LEGAL             VALUE "L".
                 88 CBDEMV-DIVIDENDO                 VALUE "D".
                 88 CBDEMV-ESTATUTARIA               VALUE "E".
              10 CBDEMV-CODIGO                 PIC  9(002).
           05 CBDEMV-DESCRICAO                 PIC  X(030).
           05 CBDEMV-BASE               COMP-3 PIC S9(012)V99.
           05 CBDEMV-PERCENTUAL         COMP-3 PIC  9(003)V99.
           05 CBDEMV-VALOR              COMP-3 PIC  9(012)V99.
           05 CBDEMV-COD-RED-DB         COMP-3 PIC  9(005).
           05 CBDEMV-COD-RED-CR         COMP-3 PIC  9(005).
           05 CBDEMV-SERIE                     PIC  9(004).
           05 CBDEMV-NUMERO                    PIC  9(004).
           05 CBDEMV-REFERENCIA                PIC  9(006).
           05 CBDEMV-LANCAMENTO         COMP-3 PIC  9(007).
           05 CBDEMV-DATA               COMP-3 PIC  9(008).
           05 CBDEMV-USUARIO                   PIC  X(030).
