      ******************************************************************
      *  Contratos de mutuo intercompany (CB218PCW)                    *
      *  Fica no diretorio da empresa mutuante. A apropriacao          *
      *  mensal lanca aqui juros, IOF e IRRF pelo CB043PCW e deposita  *
      *  as pernas espelhadas no CBICPE da mutuaria (CB091PCW)         *
      ******************************************************************

       FD  CBMUTU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBMUTU.

       01  CBMUTU-REG.
           05 CBMUTU-CHAVE.
              10 CBMUTU-CONTRATO        COMP-3 PIC  9(004).
           05 CBMUTU-DESCRICAO                 PIC  X(030).
      *    Empresa mutuaria no cadastro central (CBEMPR)
           05 CBMUTU-MUTUARIA                  PIC  9(003).
           05 CBMUTU-DATA-CONTRATO      COMP-3 PIC  9(008).
           05 CBMUTU-VENCIMENTO         COMP-3 PIC  9(008).
           05 CBMUTU-PRINCIPAL          COMP-3 PIC  9(012)V99.
      *    Saldo devedor: principal mais juros e IOF capitalizados,
      *    menos o IRRF retido pela mutuaria e as amortizacoes
           05 CBMUTU-SALDO              COMP-3 PIC  9(012)V99.
           05 CBMUTU-TAXA-MES           COMP-3 PIC  9(002)V9999.
           05 CBMUTU-IOF-TAXA-MES       COMP-3 PIC  9(001)V9999.
           05 CBMUTU-IR-ALIQUOTA        COMP-3 PIC  9(002)V99.
      *    Contas da mutuante (este plano)
           05 CBMUTU-COD-RED-RECEBER    COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-RECEITA    COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-IRRF       COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-IOF        COMP-3 PIC  9(005).
      *    Contas da mutuaria (plano dela)
           05 CBMUTU-COD-RED-PAGAR-M    COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-DESPESA-M  COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-IRRF-M     COMP-3 PIC  9(005).
           05 CBMUTU-COD-RED-IOF-M      COMP-3 PIC  9(005).
           05 CBMUTU-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBMUTU-HISTORICO          COMP-3 PIC  9(004).
           05 CBMUTU-ULTIMA-COMPETENCIA        PIC  9(006).
           05 CBMUTU-SITUACAO                  PIC  X(001).
              88 CBMUTU-ATIVO                       VALUE "A".
              88 CBMUTU-ENCERRADO                   VALUE "E".
