      ******************************************************************
      *  Provisao de recebido nao faturado lancada                     *
      ******************************************************************

           SELECT CBGRNI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBGRNI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBGRNI.
