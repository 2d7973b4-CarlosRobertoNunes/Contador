      ******************************************************************
      *  Catalogo de arquivos monitorados na ocupacao de disco         *
      *  Rotulo fixo, mensal (rotulo+AAAAMM), anual (rotulo+AAAA) ou   *
      *  por estacao (rotulo+task); o registro de ARQUIVO em branco    *
      *  guarda o limite do diretorio da empresa                       *
      ******************************************************************

       FD  CBCRAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCRAR.

       01  CBCRAR-REG.
           05 CBCRAR-CHAVE.
              10 CBCRAR-ARQUIVO                PIC  X(006).
           05 CBCRAR-DESCRICAO                 PIC  X(030).
           05 CBCRAR-ROTULO                    PIC  X(012).
           05 CBCRAR-PERIODICIDADE             PIC  X(001).
              88 CBCRAR-FIXO                        VALUE "F".
              88 CBCRAR-MENSAL                      VALUE "M".
              88 CBCRAR-ANUAL                       VALUE "A".
              88 CBCRAR-POR-ESTACAO                 VALUE "E".
           05 CBCRAR-CLASSE                    PIC  X(001).
              88 CBCRAR-CADASTRO                    VALUE "C".
              88 CBCRAR-MOVIMENTO                   VALUE "M".
              88 CBCRAR-LOG                         VALUE "L".
           05 CBCRAR-TAM-REGISTRO       COMP-3 PIC  9(005).
           05 CBCRAR-LIMITE-MB          COMP-3 PIC  9(007).
           05 CBCRAR-ATIVO                     PIC  X(001).
              88 CBCRAR-MONITORADO                  VALUE "S".
