      ******************************************************************
      *  Notas fiscais eletronicas importadas (CB214PCW)               *
      ******************************************************************

           SELECT CBNFEI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBNFEI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBNFEI.
