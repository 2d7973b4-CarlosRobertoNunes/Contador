      ******************************************************************
      *  Perfil de pares debito/credito dos BACs (CB220PCW)            *
      *  Quantos BACs ja trouxeram o par de contas; o par aceito       *
      *  pelo revisor deixa de ser sinalizado. O registro de par       *
      *  0/0 guarda a ultima competencia acumulada no perfil           *
      ******************************************************************

       FD  CBPRPF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPRPF.

       01  CBPRPF-REG.
           05 CBPRPF-CHAVE.
              10 CBPRPF-COD-RED-DB      COMP-3 PIC  9(005).
              10 CBPRPF-COD-RED-CR      COMP-3 PIC  9(005).
           05 CBPRPF-OCORRENCIAS        COMP-3 PIC  9(007).
           05 CBPRPF-PRIMEIRA                  PIC  9(006).
           05 CBPRPF-ULTIMA                    PIC  9(006).
           05 CBPRPF-ACEITO                    PIC  X(001).
              88 CBPRPF-PAR-ACEITO                  VALUE "S".
