      ******************************************************************
      *  Destinacao do resultado contabilizada (CB231PCW)              *
      ******************************************************************

           SELECT CBDEMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBDEMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBDEMV.
