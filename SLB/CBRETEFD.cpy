              10 CBRETE-COD-RED         COMP-3 PIC  9(005).
              10 CBRETE-COMPETENCIA            PIC  9(006).
           05 CBRETE-TRIBUTO                   PIC  X(010).
      *       Apuracao propria (CB202PCW e CB250PCW): so agenda o
      *       valor a pagar
              88 CBRETE-APURACAO-PROPRIA         VALUE "PIS NC"
                                                       "COFINS NC"
                                                       "IRPJ EST"
                                                       "CSLL EST".
              88 CBRETE-PIS-NAO-CUMULATIVO       VALUE "PIS NC".
              88 CBRETE-COFINS-NAO-CUMULATIVO    VALUE "COFINS NC".
              88 CBRETE-IRPJ-ESTIMATIVA          VALUE "IRPJ EST".
              88 CBRETE-CSLL-ESTIMATIVA          VALUE "CSLL EST".
           05 CBRETE-DIA-VENCIMENTO            PIC  9(002).
           05 CBRETE-VALOR-APURADO      COMP-3 PIC  9(012)V99.
           05 CBRETE-VALOR-PAGO         COMP-3 PIC  9(012)V99.
