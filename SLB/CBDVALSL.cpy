      ******************************************************************
      *  Definicao das linhas da DVA (Demonstracao do Valor Adicionado)*
      ******************************************************************

           SELECT CBDVAL ASSIGN  TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBDVAL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CBDVAL.
