      ******************************************************************
      *  Situacao do cliente na regua de cobranca                      *
      ******************************************************************

           SELECT CBRGCL ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRGCL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRGCL.
