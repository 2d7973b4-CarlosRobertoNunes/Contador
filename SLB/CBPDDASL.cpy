      ******************************************************************
      *  Apuracao mensal da PDD por cliente (CB206PCW)                 *
      ******************************************************************

           SELECT CBPDDA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPDDA-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPDDA.
