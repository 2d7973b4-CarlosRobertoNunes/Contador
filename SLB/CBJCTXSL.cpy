      ******************************************************************
      *  Taxa de juros de longo prazo (TJLP) mensal - JCP              *
      ******************************************************************

           SELECT CBJCTX ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBJCTX-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBJCTX.
