      ******************************************************************
      *  Parcelamentos e acordos de titulos                            *
      ******************************************************************

           SELECT CBACOR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBACOR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBACOR.
