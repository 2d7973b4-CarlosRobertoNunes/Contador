      ******************************************************************
      *  Orcamento da ordem de servico por grupo de contas             *
      ******************************************************************

           SELECT CBOROR ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBOROR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBOROR.
