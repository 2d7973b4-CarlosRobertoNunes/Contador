      ******************************************************************
      *  Destinacao do resultado - estatuto e reservas                 *
      ******************************************************************

           SELECT CBDEST ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBDEST-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBDEST.
