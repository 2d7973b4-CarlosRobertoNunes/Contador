      ******************************************************************
      *  Apuracao da receita pelo estagio de execucao (CB205PCW)       *
      *  Um registro por ordem e competencia com o custo incorrido, o  *
      *  percentual executado, a receita reconhecida, o faturado, o    *
      *  saldo de contrato e a perda provisionada. A ordem zero e a    *
      *  configuracao: contas de faturamento, receita, ativo e passivo *
      *  de contrato, perda e provisao, faixa das contas de custo      *
      ******************************************************************

       FD  CBORPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBORPC.

       01  CBORPC-REG.
           05 CBORPC-CHAVE.
              10 CBORPC-ORDEM           COMP-3 PIC  9(006).
              10 CBORPC-COMPETENCIA            PIC  9(006).
           05 CBORPC-PRECO-CONTRATO     COMP-3 PIC  9(012)V99.
           05 CBORPC-CUSTO-ESTIMADO     COMP-3 PIC  9(012)V99.
           05 CBORPC-CUSTO-INCORRIDO    COMP-3 PIC  9(012)V99.
           05 CBORPC-PERCENTUAL         COMP-3 PIC  9(003)V99.
           05 CBORPC-RECEITA-RECONHECIDA
                                        COMP-3 PIC  9(012)V99.
           05 CBORPC-VALOR-FATURADO     COMP-3 PIC  9(012)V99.
           05 CBORPC-SALDO-CONTRATO     COMP-3 PIC S9(012)V99.
           05 CBORPC-PERDA-PROVISIONADA COMP-3 PIC  9(012)V99.
           05 CBORPC-COD-RED-FATURAMENTO
                                        COMP-3 PIC  9(005).
           05 CBORPC-COD-RED-RECEITA    COMP-3 PIC  9(005).
           05 CBORPC-COD-RED-ATIVO      COMP-3 PIC  9(005).
           05 CBORPC-COD-RED-PASSIVO    COMP-3 PIC  9(005).
           05 CBORPC-COD-RED-PERDA      COMP-3 PIC  9(005).
           05 CBORPC-COD-RED-PROVISAO   COMP-3 PIC  9(005).
           05 CBORPC-CONTA-CUSTO-INICIAL
                                        COMP-3 PIC  9(015).
           05 CBORPC-CONTA-CUSTO-FINAL  COMP-3 PIC  9(015).
           05 CBORPC-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBORPC-HISTORICO          COMP-3 PIC  9(004).
