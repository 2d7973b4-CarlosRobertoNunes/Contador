      ******************************************************************
      *  Faixas de contas geradoras de credito PIS/COFINS              *
      ******************************************************************

           SELECT CBPCFX ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPCFX-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPCFX.
