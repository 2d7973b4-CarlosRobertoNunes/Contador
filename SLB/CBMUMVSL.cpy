      ******************************************************************
      *  Apropriacoes mensais dos contratos de mutuo                   *
      ******************************************************************

           SELECT CBMUMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBMUMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBMUMV.
