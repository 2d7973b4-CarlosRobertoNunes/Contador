      ******************************************************************
      *  Perfil de pares debito/credito dos BACs                       *
      ******************************************************************

           SELECT CBPRPF ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPRPF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPRPF.
