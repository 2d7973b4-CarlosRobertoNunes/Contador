
      ******************************************************************
      *  Demonstracoes publicadas (emissao final)                      *
      ******************************************************************

           SELECT CBPUBL ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPUBL-CHAVE
                  ALTERNATE RECORD KEY CBPUBL-ITEM WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPUBL.
