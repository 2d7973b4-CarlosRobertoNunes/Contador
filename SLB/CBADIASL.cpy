      ******************************************************************
      *  Adiantamentos a funcionarios e fornecedores (CB215PCW)        *
      ******************************************************************

           SELECT CBADIA ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBADIA-CHAVE
                  ALTERNATE RECORD KEY CBADIA-PESSOA-CODIGO
                                                      WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBADIA.
