      ******************************************************************
      *  Recebimentos de mercadorias e servicos por empenho            *
      ******************************************************************

           SELECT CBEMRC ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBEMRC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBEMRC.
