      ******************************************************************
      *  Titulos a receber registrados em cobranca bancaria            *
      ******************************************************************

           SELECT CBCOBR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCOBR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCOBR.
