      ******************************************************************
      *  Prestacao de contas dos adiantamentos (CB215PCW)              *
      ******************************************************************

           SELECT CBADIL ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBADIL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBADIL.
