      ******************************************************************
      *  Apuracao da receita pelo estagio de execucao (CB205PCW)       *
      ******************************************************************

           SELECT CBORPC ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBORPC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBORPC.
