
      ******************************************************************
      *  Retencoes dispensadas acumuladas no mes                       *
      ******************************************************************

           SELECT CBRTAC ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRTAC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRTAC.
