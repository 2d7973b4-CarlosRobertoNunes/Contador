      ******************************************************************
      *  Projetos de investimento (capex) aprovados                    *
      ******************************************************************

           SELECT CBCAPX ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCAPX-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCAPX.
