      ******************************************************************
      *  Lalur Parte B - controle de valores a compensar (CB208PCW)    *
      ******************************************************************

           SELECT CBLALB ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBLALB-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBLALB.
