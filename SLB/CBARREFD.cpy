      ******************************************************************
      *  Contratos de arrendamento (CB204PCW) - CPC 06 / IFRS 16       *
      *  O passivo e o valor presente das prestacoes restantes pela taxa*
      *  incremental ao mes; o direito de uso nasce do mesmo valor e e *
      *  depreciado em linha reta no prazo. SALDO-CURTO-PRAZO e a parte*
      *  do passivo hoje na conta de curto prazo (amortizacao das doze *
      *  prestacoes seguintes); o restante fica no longo prazo         *
      *  Situacao "P" aguarda o reconhecimento inicial                 *
      ******************************************************************

       FD  CBARRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBARRE.

       01  CBARRE-REG.
           05 CBARRE-CHAVE.
              10 CBARRE-CONTRATO        COMP-3 PIC  9(004).
           05 CBARRE-DESCRICAO                 PIC  X(030).
           05 CBARRE-ARRENDADOR                PIC  X(020).
           05 CBARRE-DATA-INICIO        COMP-3 PIC  9(008).
           05 CBARRE-PRAZO-MESES        COMP-3 PIC  9(003).
           05 CBARRE-PRESTACAO          COMP-3 PIC  9(012)V99.
           05 CBARRE-TAXA-MES           COMP-3 PIC  9(002)V9999.
           05 CBARRE-VALOR-PRESENTE     COMP-3 PIC  9(012)V99.
           05 CBARRE-DIREITO-USO        COMP-3 PIC  9(012)V99.
           05 CBARRE-DEPR-ACUMULADA     COMP-3 PIC  9(012)V99.
           05 CBARRE-SALDO-PASSIVO      COMP-3 PIC  9(012)V99.
           05 CBARRE-SALDO-CURTO-PRAZO  COMP-3 PIC  9(012)V99.
           05 CBARRE-PARCELAS-PAGAS     COMP-3 PIC  9(003).
           05 CBARRE-ULTIMA-COMPETENCIA        PIC  9(006).
           05 CBARRE-ULTIMA-REMENSURACAO       PIC  9(006).
           05 CBARRE-COD-RED-USO        COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-DEPR-ACUM  COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-DESP-DEPR  COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-JUROS      COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-PASSIVO-CP COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-PASSIVO-LP COMP-3 PIC  9(005).
           05 CBARRE-COD-RED-BANCO      COMP-3 PIC  9(005).
           05 CBARRE-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBARRE-HISTORICO          COMP-3 PIC  9(004).
           05 CBARRE-SITUACAO                  PIC  X(001).
              88 CBARRE-PENDENTE                    VALUE "P".
              88 CBARRE-ATIVO                       VALUE "A".
              88 CBARRE-ENCERRADO                   VALUE "E".
