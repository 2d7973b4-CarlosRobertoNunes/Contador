      ******************************************************************
      *  Historico das cartas de cobranca                              *
      ******************************************************************

           SELECT CBRGHI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRGHI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRGHI.
