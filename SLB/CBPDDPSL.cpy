      ******************************************************************
      *  Politica da provisao para devedores duvidosos (CB206PCW)      *
      ******************************************************************

           SELECT CBPDDP ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPDDP-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPDDP.
