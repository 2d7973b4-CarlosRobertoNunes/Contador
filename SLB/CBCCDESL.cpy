
      ******************************************************************
      *  Despesas de cartao corporativo (CB254PCW)                     *
      ******************************************************************

           SELECT CBCCDE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCCDE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCCDE.
