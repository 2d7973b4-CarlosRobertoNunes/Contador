      ******************************************************************
      *  Carteiras de cobranca registrada (CB213PCW)                   *
      *  Chave: codigo reduzido da conta do banco. Dados do convenio,  *
      *  layout CNAB ("2" = 240, "4" = 400), controle sequencial do    *
      *  nosso numero e das remessas, juros de mora e protesto         *
      *  automatico das entradas, e as contas de juros recebidos,      *
      *  tarifas e descontos/abatimentos concedidos na liquidacao      *
      ******************************************************************

       FD  CBCOBP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCOBP.

       01  CBCOBP-REG.
           05 CBCOBP-CHAVE.
              10 CBCOBP-COD-RED        COMP-3 PIC  9(005).
           05 CBCOBP-BANCO                    PIC  9(003).
           05 CBCOBP-AGENCIA           COMP-3 PIC  9(005).
           05 CBCOBP-CONTA             COMP-3 PIC  9(012).
           05 CBCOBP-CARTEIRA          COMP-3 PIC  9(003).
           05 CBCOBP-CONVENIO          COMP-3 PIC  9(009).
           05 CBCOBP-CEDENTE                  PIC  X(030).
           05 CBCOBP-LAYOUT                   PIC  X(001).
              88 CBCOBP-CNAB-240                    VALUE "2".
              88 CBCOBP-CNAB-400                    VALUE "4".
           05 CBCOBP-ULTIMO-NOSSO-NUMERO
                                       COMP-3 PIC  9(011).
           05 CBCOBP-ULTIMA-REMESSA    COMP-3 PIC  9(007).
           05 CBCOBP-JUROS-MES         COMP-3 PIC  9(002)V9999.
           05 CBCOBP-DIAS-PROTESTO            PIC  9(002).
           05 CBCOBP-COD-RED-JUROS     COMP-3 PIC  9(005).
           05 CBCOBP-COD-RED-TARIFA    COMP-3 PIC  9(005).
           05 CBCOBP-COD-RED-DESCONTO  COMP-3 PIC  9(005).
           05 CBCOBP-HISTORICO         COMP-3 PIC  9(004).
