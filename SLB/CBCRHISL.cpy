      ******************************************************************
      *  Historico de ocupacao de disco por arquivo (CB222PCW)         *
      ******************************************************************

           SELECT CBCRHI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCRHI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCRHI.
