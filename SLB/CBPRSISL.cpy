      ******************************************************************
      *  Sinalizacoes de pares atipicos nos BACs                       *
      ******************************************************************

           SELECT CBPRSI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPRSI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPRSI.
