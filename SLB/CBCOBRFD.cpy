      ******************************************************************
      *  Titulos a receber registrados em cobranca (CB213PCW)          *
      *  Chave: numero do titulo no CBTITU. Guarda a carteira, o nosso *
      *  numero atribuido na primeira remessa, a situacao no banco, a  *
      *  instrucao pendente para a proxima remessa (codigo de          *
      *  movimento do CNAB 240) e a ultima ocorrencia do retorno       *
      ******************************************************************

       FD  CBCOBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCOBR.

       01  CBCOBR-REG.
           05 CBCOBR-CHAVE.
              10 CBCOBR-TITULO         COMP-3 PIC  9(006).
           05 CBCOBR-COD-RED-BANCO     COMP-3 PIC  9(005).
           05 CBCOBR-NOSSO-NUMERO      COMP-3 PIC  9(011).
           05 CBCOBR-SITUACAO                 PIC  X(001).
              88 CBCOBR-ENVIADO                     VALUE "E".
              88 CBCOBR-CONFIRMADO                  VALUE "C".
              88 CBCOBR-REJEITADO                   VALUE "J".
              88 CBCOBR-LIQUIDADO                   VALUE "L".
              88 CBCOBR-BAIXADO                     VALUE "B".
           05 CBCOBR-INSTRUCAO                PIC  X(002).
              88 CBCOBR-SEM-INSTRUCAO               VALUE SPACES.
              88 CBCOBR-PEDIDO-BAIXA                VALUE "02".
              88 CBCOBR-ABATIMENTO                  VALUE "04".
              88 CBCOBR-PROTESTAR                   VALUE "09".
              88 CBCOBR-SUSTAR-PROTESTO             VALUE "11".
           05 CBCOBR-VALOR-ABATIMENTO  COMP-3 PIC  9(012)V99.
           05 CBCOBR-DATA-REMESSA      COMP-3 PIC  9(008).
           05 CBCOBR-NUMERO-REMESSA    COMP-3 PIC  9(007).
           05 CBCOBR-ULT-OCORRENCIA           PIC  X(002).
           05 CBCOBR-DATA-OCORRENCIA   COMP-3 PIC  9(008).
           05 CBCOBR-MOTIVO                   PIC  X(010).
