      ******************************************************************
      *  Movimento mensal do CIAP                                      *
      ******************************************************************

           SELECT CBCIMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCIMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCIMV.
