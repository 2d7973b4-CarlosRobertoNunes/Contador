
      ******************************************************************
      *  Portadores de cartao corporativo (CB254PCW)                   *
      ******************************************************************

           SELECT CBCCPO ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCCPO-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCCPO.
