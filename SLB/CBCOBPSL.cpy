      ******************************************************************
      *  Carteiras de cobranca registrada por conta bancaria           *
      ******************************************************************

           SELECT CBCOBP ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCOBP-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCOBP.
