      ******************************************************************
      *  Mapeamento das demonstracoes para a taxonomia XBRL            *
      ******************************************************************

           SELECT CBXBRM ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBXBRM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBXBRM.
