      ******************************************************************
      *  Etapas da regua de cobranca                                   *
      ******************************************************************

           SELECT CBRGUA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRGUA-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRGUA.
