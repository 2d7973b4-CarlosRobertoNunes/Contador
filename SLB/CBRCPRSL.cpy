      ******************************************************************
      *  Pares de contas da reclassificacao curto/longo prazo          *
      ******************************************************************

           SELECT CBRCPR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRCPR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRCPR.
