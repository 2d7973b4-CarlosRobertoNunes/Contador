      ******************************************************************
      *  Cargas do extrato dimensional para o BI (CB235PCW)            *
      ******************************************************************

           SELECT CBBISQ ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBBISQ-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBBISQ.
