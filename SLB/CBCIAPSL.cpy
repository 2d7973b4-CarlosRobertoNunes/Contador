      ******************************************************************
      *  Controle de credito de ICMS do ativo permanente (CIAP)        *
      ******************************************************************

           SELECT CBCIAP ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBCIAP-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBCIAP.
