      ******************************************************************
      *  Movimento trimestral das contingencias (CB229PCW)             *
      ******************************************************************

           SELECT CBJUMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBJUMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBJUMV.
