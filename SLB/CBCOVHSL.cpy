      ******************************************************************
      *  Historico das medicoes de covenants                           *
      ******************************************************************

           SELECT CBCOVH ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCOVH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCOVH.
