      ******************************************************************
      *  Catalogo de arquivos monitorados na ocupacao de disco         *
      ******************************************************************

           SELECT CBCRAR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCRAR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCRAR.
