      ******************************************************************
      *  Covenants dos contratos de financiamento                      *
      ******************************************************************

           SELECT CBCOVD ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCOVD-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCOVD.
