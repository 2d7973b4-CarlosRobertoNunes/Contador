      ******************************************************************
      *  Classes e pessoas sob auditoria de leitura                    *
      ******************************************************************

           SELECT CBLECL ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBLECL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBLECL.
