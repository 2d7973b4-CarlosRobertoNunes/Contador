      ******************************************************************
      *  Juros sobre capital proprio creditados (CB230PCW)             *
      ******************************************************************

           SELECT CBJCPA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBJCPA-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBJCPA.
