      ******************************************************************
      *  Lista PBC (prepared by client) por trabalho de auditoria      *
      ******************************************************************

           SELECT CBPBCI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPBCI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPBCI.
