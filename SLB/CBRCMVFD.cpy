      ******************************************************************
      *  Reclassificacoes curto/longo prazo lancadas (CB211PCW)        *
      *  Uma por competencia, conta origem e natureza ("A" ativo /     *
      *  "P" passivo). A transferencia e estornada pela execucao da    *
      *  competencia seguinte, que grava o lancamento do estorno       *
      ******************************************************************

       FD  CBRCMV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRCMV.

       01  CBRCMV-REG.
           05 CBRCMV-CHAVE.
              10 CBRCMV-AAAAMM                PIC  9(006).
              10 CBRCMV-COD-RED-ORIGEM COMP-3 PIC  9(005).
              10 CBRCMV-NATUREZA              PIC  X(001).
                 88 CBRCMV-ATIVO                    VALUE "A".
                 88 CBRCMV-PASSIVO                  VALUE "P".
           05 CBRCMV-COD-RED-DB        COMP-3 PIC  9(005).
           05 CBRCMV-COD-RED-CR        COMP-3 PIC  9(005).
           05 CBRCMV-HISTORICO         COMP-3 PIC  9(004).
           05 CBRCMV-VALOR             COMP-3 PIC  9(012)V99.
           05 CBRCMV-LANCAMENTO        COMP-3 PIC  9(007).
           05 CBRCMV-SITUACAO                 PIC  X(001).
              88 CBRCMV-EM-VIGOR                    VALUE "V".
              88 CBRCMV-ESTORNADA                   VALUE "E".
           05 CBRCMV-LANC-ESTORNO      COMP-3 PIC  9(007).
           05 CBRCMV-AAAAMM-ESTORNO           PIC  9(006).
