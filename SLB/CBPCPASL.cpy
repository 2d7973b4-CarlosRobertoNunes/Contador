      ******************************************************************
      *  Parametros do PIS/COFINS nao cumulativo (CB202PCW)            *
      ******************************************************************

           SELECT CBPCPA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPCPA-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPCPA.
