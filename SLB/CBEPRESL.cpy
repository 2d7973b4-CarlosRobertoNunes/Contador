
      ******************************************************************
      *  Percentuais de presuncao da estimativa mensal IRPJ/CSLL       *
      ******************************************************************

           SELECT CBEPRE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBEPRE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBEPRE.
