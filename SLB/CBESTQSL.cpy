      ******************************************************************
      *  Estoque permanente por grupo de produto (CB200PCW)            *
      ******************************************************************

           SELECT CBESTQ ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBESTQ-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBESTQ.
