      ******************************************************************
      *  Contratos de arrendamento (CPC 06 / IFRS 16)                  *
      ******************************************************************

           SELECT CBARRE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBARRE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBARRE.
