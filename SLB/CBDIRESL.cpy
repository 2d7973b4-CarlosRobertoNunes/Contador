
      ******************************************************************
      *  Diario - ponto de retomada da emissao                         *
      ******************************************************************

           SELECT CBDIRE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBDIRE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBDIRE.
