      ******************************************************************
      *  Adiantamentos a funcionarios e fornecedores (CB215PCW)        *
      *  Saldo a prestar = valor - prestado - devolvido - retido;      *
      *  o adiantamento encerra quando o saldo zera, pela prestacao    *
      *  de contas (CBADIL) ou pela devolucao/retencao da sobra        *
      ******************************************************************

       FD  CBADIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBADIA.

       01  CBADIA-REG.
           05 CBADIA-CHAVE.
              10 CBADIA-NUMERO         COMP-3 PIC  9(006).
           05 CBADIA-PESSOA-CODIGO     COMP-3 PIC  9(005).
           05 CBADIA-TIPO                     PIC  X(001).
              88 CBADIA-VIAGEM                      VALUE "V".
              88 CBADIA-FORNECEDOR                  VALUE "F".
           05 CBADIA-DESCRICAO                PIC  X(030).
           05 CBADIA-EMISSAO           COMP-3 PIC  9(008).
           05 CBADIA-PRAZO             COMP-3 PIC  9(008).
           05 CBADIA-VALOR             COMP-3 PIC  9(012)V99.
           05 CBADIA-COD-RED           COMP-3 PIC  9(005).
           05 CBADIA-COD-RED-BANCO     COMP-3 PIC  9(005).
           05 CBADIA-HISTORICO         COMP-3 PIC  9(004).
           05 CBADIA-VALOR-PRESTADO    COMP-3 PIC  9(012)V99.
           05 CBADIA-VALOR-DEVOLVIDO   COMP-3 PIC  9(012)V99.
           05 CBADIA-VALOR-RETIDO      COMP-3 PIC  9(012)V99.
           05 CBADIA-ULTIMA-LINHA      COMP-3 PIC  9(003).
           05 CBADIA-SITUACAO                 PIC  X(001).
              88 CBADIA-ABERTO                      VALUE "A".
              88 CBADIA-ENCERRADO                   VALUE "E".
           05 CBADIA-LANC-CONCESSAO    COMP-3 PIC  9(007).
           05 CBADIA-LANC-ENCERRAMENTO COMP-3 PIC  9(007).
           05 CBADIA-DATA-ENCERRAMENTO COMP-3 PIC  9(008).
