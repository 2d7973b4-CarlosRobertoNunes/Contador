
      ******************************************************************
      *  Classificacao de custos fixos e variaveis                     *
      ******************************************************************

           SELECT CBCLCU ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCLCU-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCLCU.
