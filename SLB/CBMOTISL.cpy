      ******************************************************************
      *  Parametros cambiais dos titulos por moeda                     *
      ******************************************************************

           SELECT CBMOTI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBMOTI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBMOTI.
