      ******************************************************************
      *  Reclassificacoes curto/longo prazo lancadas                   *
      ******************************************************************

           SELECT CBRCMV ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBRCMV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBRCMV.
