      ******************************************************************
      *  Perfis de acesso: restricoes de dados (centro e classe)       *
      ******************************************************************

           SELECT CBPERE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPERE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPERE.
