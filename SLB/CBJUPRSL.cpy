      ******************************************************************
      *  Processos judiciais - contingencias (CB229PCW)                *
      ******************************************************************

           SELECT CBJUPR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBJUPR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBJUPR.
