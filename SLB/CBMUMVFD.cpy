      ******************************************************************
      *  Apropriacoes mensais dos contratos de mutuo (CB218PCW)        *
      *  Juros, IOF e IRRF da competencia com os lancamentos da        *
      *  mutuante (1 juros, 2 IOF, 3 IRRF) e as referencias das        *
      *  pendencias depositadas na mutuaria                            *
      ******************************************************************

       FD  CBMUMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBMUMV.

       01  CBMUMV-REG.
           05 CBMUMV-CHAVE.
              10 CBMUMV-CONTRATO        COMP-3 PIC  9(004).
              10 CBMUMV-AAAAMM                 PIC  9(006).
           05 CBMUMV-SALDO-BASE         COMP-3 PIC  9(012)V99.
           05 CBMUMV-JUROS              COMP-3 PIC  9(012)V99.
           05 CBMUMV-IOF                COMP-3 PIC  9(012)V99.
           05 CBMUMV-IRRF               COMP-3 PIC  9(012)V99.
           05 CBMUMV-LANCAMENTO OCCURS 3
                                        COMP-3 PIC  9(007).
           05 CBMUMV-REFERENCIA OCCURS 3       PIC  9(014).
           05 CBMUMV-DATA               COMP-3 PIC  9(008).
