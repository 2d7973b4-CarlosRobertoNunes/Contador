
      ******************************************************************
      *  Registro das acoes sobre dados pessoais (CB255PCW)            *
      ******************************************************************

           SELECT CBLGPD ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBLGPD-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBLGPD.
