
      ******************************************************************
      *  Estimativa mensal de IRPJ e CSLL (lucro real anual)           *
      ******************************************************************

           SELECT CBESTM ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBESTM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBESTM.
