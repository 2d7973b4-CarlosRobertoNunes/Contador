      ******************************************************************
      *  Transferencias a resultado concluidas (CB032PCW)              *
      ******************************************************************

           SELECT CBRSEX ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRSEX-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRSEX.
