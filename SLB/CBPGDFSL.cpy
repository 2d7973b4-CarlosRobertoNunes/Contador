
      ******************************************************************
      *  Definicao do pacote gerencial mensal (CB256PCW)               *
      ******************************************************************

           SELECT CBPGDF ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPGDF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPGDF.
