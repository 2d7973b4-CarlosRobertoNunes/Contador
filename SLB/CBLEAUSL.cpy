      ******************************************************************
      *  Auditoria de leitura de consultas e relatorios                *
      ******************************************************************

           SELECT CBLEAU ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBLEAU-CHAVE
                  ALTERNATE RECORD KEY CBLEAU-USUARIO   WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBLEAU.
