
      ******************************************************************
      *  Perfil de retencao na fonte por fornecedor e servico          *
      ******************************************************************

           SELECT CBPFRT ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBPFRT-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBPFRT.
