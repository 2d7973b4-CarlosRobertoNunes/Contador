      ******************************************************************
      *  Provisoes de ferias e 13o salario por centro (CB207PCW)       *
      ******************************************************************

           SELECT CBFOPV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBFOPV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBFOPV.
