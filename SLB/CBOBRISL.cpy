      ******************************************************************
      *  Calendario de obrigacoes acessorias (ECD, ECF, DIRF, Reinf)   *
      ******************************************************************

           SELECT CBOBRI ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBOBRI-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBOBRI.
