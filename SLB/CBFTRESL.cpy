      ******************************************************************
      *  Notas do faturamento retidas pelo controle de credito         *
      ******************************************************************

           SELECT CBFTRE ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBFTRE-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBFTRE.
