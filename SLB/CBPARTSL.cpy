      ******************************************************************
      *  Participacoes societarias avaliadas por equivalencia          *
      ******************************************************************

           SELECT CBPART ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPART-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPART.
