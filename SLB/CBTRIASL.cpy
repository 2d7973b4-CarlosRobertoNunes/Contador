      ******************************************************************
      *  Ocorrencias da triagem de pagamentos em duplicidade           *
      ******************************************************************

           SELECT CBTRIA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBTRIA-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBTRIA.
