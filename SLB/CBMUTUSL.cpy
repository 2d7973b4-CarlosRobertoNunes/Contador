      ******************************************************************
      *  Contratos de mutuo intercompany                               *
      ******************************************************************

           SELECT CBMUTU ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBMUTU-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBMUTU.
