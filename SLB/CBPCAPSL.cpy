      ******************************************************************
      *  Apuracao mensal do PIS/COFINS nao cumulativo                  *
      ******************************************************************

           SELECT CBPCAP ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPCAP-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPCAP.
