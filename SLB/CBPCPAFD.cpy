      ******************************************************************
      *  Parametros do PIS/COFINS nao cumulativo                       *
      *  Um registro por tributo ("PIS" / "COFINS"): aliquota, contas  *
      *  a recolher, despesa, a recuperar e redutora do custo (contra  *
      *  partida do credito). Debito no faturamento "S" indica que o   *
      *  CB152PCW ja lanca a contribuicao nota a nota pelas linhas de  *
      *  imposto do CBFTMP, e a apuracao so compensa os creditos       *
      ******************************************************************

       FD  CBPCPA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPCPA.

       01  CBPCPA-REG.
           05 CBPCPA-CHAVE.
              10 CBPCPA-TRIBUTO                PIC  X(006).
                 88 CBPCPA-PIS                      VALUE "PIS".
                 88 CBPCPA-COFINS                   VALUE "COFINS".
           05 CBPCPA-ALIQUOTA           COMP-3 PIC  9(002)V9999.
           05 CBPCPA-COD-RED-RECOLHER   COMP-3 PIC  9(005).
           05 CBPCPA-COD-RED-DESPESA    COMP-3 PIC  9(005).
           05 CBPCPA-COD-RED-RECUPERAR  COMP-3 PIC  9(005).
           05 CBPCPA-COD-RED-REDUTORA   COMP-3 PIC  9(005).
           05 CBPCPA-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBPCPA-HISTORICO          COMP-3 PIC  9(004).
           05 CBPCPA-DIA-VENCIMENTO            PIC  9(002).
           05 CBPCPA-DEBITO-FATURAMENTO        PIC  X(001).
              88 CBPCPA-DEBITO-NO-FATURAMENTO       VALUE "S" "s".
           05 CBPCPA-CREDITA-DEPRECIACAO       PIC  X(001).
              88 CBPCPA-CREDITO-DEPRECIACAO         VALUE "S" "s".
