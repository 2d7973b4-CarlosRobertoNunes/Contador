      ******************************************************************
      *  Cheques emitidos por conta bancaria                           *
      ******************************************************************

           SELECT CBCHEQ ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCHEQ-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCHEQ.
