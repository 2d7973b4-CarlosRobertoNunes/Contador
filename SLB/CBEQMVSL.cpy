      ******************************************************************
      *  Movimento mensal da equivalencia patrimonial (CB209PCW)       *
      ******************************************************************

           SELECT CBEQMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBEQMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBEQMV.
