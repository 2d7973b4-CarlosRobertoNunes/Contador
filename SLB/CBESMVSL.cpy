      ******************************************************************
      *  Movimento do estoque permanente (CB201PCW)                    *
      ******************************************************************

           SELECT CBESMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBESMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBESMV.
