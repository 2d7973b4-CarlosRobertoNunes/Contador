      ******************************************************************
      *  Participacoes societarias avaliadas por equivalencia          *
      *  (CB209PCW). Fica no diretorio da investidora; a chave e o     *
      *  codigo da investida no CBEMPR. As faixas de classes sao do    *
      *  plano da investida: patrimonio liquido e conta de lucros      *
      *  distribuidos (cujo debito no mes sao os dividendos); as       *
      *  contas reduzidas sao do plano da investidora                  *
      ******************************************************************

       FD  CBPART
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPART.

       01  CBPART-REG.
           05 CBPART-CHAVE.
              10 CBPART-INVESTIDA             PIC  9(003).
           05 CBPART-PERCENTUAL        COMP-3 PIC  9(003)V9(4).
           05 CBPART-CLASSE-PL-DE      COMP-3 PIC  9(015).
           05 CBPART-CLASSE-PL-ATE     COMP-3 PIC  9(015).
           05 CBPART-CLASSE-DIV-DE     COMP-3 PIC  9(015).
           05 CBPART-CLASSE-DIV-ATE    COMP-3 PIC  9(015).
           05 CBPART-COD-RED-INVEST    COMP-3 PIC  9(005).
           05 CBPART-COD-RED-RESULTADO COMP-3 PIC  9(005).
           05 CBPART-COD-RED-DIVIDENDO COMP-3 PIC  9(005).
           05 CBPART-HISTORICO         COMP-3 PIC  9(004).
