
      ******************************************************************
      *  Perfil de retencao na fonte (CB248PCW), usado pelo CB093PCW   *
      *  na inclusao do titulo a pagar. Chave: pessoa do CBPESS e tipo *
      *  de servico; a pessoa zero e o perfil padrao do servico para   *
      *  os fornecedores sem perfil proprio. Ordem fixa dos tributos:  *
      *  1 IRRF, 2 PIS, 3 COFINS, 4 CSLL, 5 INSS, 6 ISS                *
      ******************************************************************

       FD  CBPFRT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPFRT.

       01  CBPFRT-REG.
           05 CBPFRT-CHAVE.
              10 CBPFRT-PESSOA          COMP-3 PIC  9(005).
              10 CBPFRT-SERVICO                PIC  9(004).
           05 CBPFRT-DESCRICAO                 PIC  X(030).
      *    Aliquota sobre o valor bruto; retencao ate o valor minimo
      *    e dispensada. Com acumulo "S" a retencao dispensada soma
      *    no mes com as seguintes da mesma pessoa (CBRTAC) e e retida
      *    no titulo em que o total passar do minimo. A conta de
      *    retencao precisa estar configurada no CBRETE (CB135PCW)
           05 CBPFRT-TRIBUTO OCCURS 6.
              10 CBPFRT-ALIQUOTA        COMP-3 PIC  9(002)V9(004).
              10 CBPFRT-VALOR-MINIMO    COMP-3 PIC  9(006)V99.
              10 CBPFRT-ACUMULA                PIC  X(001).
                 88 CBPFRT-ACUMULA-MES              VALUE "S".
              10 CBPFRT-COD-RED         COMP-3 PIC  9(005).
