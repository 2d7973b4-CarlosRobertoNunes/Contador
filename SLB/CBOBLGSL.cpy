      ******************************************************************
      *  Log de retificadoras abertas no calendario de obrigacoes      *
      ******************************************************************

           SELECT CBOBLG ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBOBLG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBOBLG.
