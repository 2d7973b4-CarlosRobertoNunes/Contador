      ******************************************************************
      *  Faixas de contas geradoras de credito PIS/COFINS              *
      *  Contas analiticas do CBPLCO entre a conta inicial e a final   *
      *  entram na base de credito pelo saldo devedor do mes; a        *
      *  natureza e o codigo da base de calculo do credito na          *
      *  EFD-Contribuicoes (01 bens para revenda, 02 insumos, 04       *
      *  energia, 06 alugueis, 13 outras operacoes...)                 *
      ******************************************************************

       FD  CBPCFX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPCFX.

       01  CBPCFX-REG.
           05 CBPCFX-CHAVE.
              10 CBPCFX-SEQUENCIA              PIC  9(003).
           05 CBPCFX-DESCRICAO                 PIC  X(030).
           05 CBPCFX-CONTA-INICIAL      COMP-3 PIC  9(015).
           05 CBPCFX-CONTA-FINAL        COMP-3 PIC  9(015).
           05 CBPCFX-NATUREZA                  PIC  9(002).
