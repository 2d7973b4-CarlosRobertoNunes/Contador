      ******************************************************************
      *  Cargas do extrato dimensional para o BI (CB235PCW)            *
      *  Uma por execucao, na sequencia de carga: a janela de          *
      *  competencias enviada e as linhas de cada arquivo. A carga     *
      *  nasce interrompida e so e concluida depois do controle        *
      *  gravado; a proxima reenvia a partir da ultima competencia     *
      ******************************************************************

       FD  CBBISQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBBISQ.

       01  CBBISQ-REG.
           05 CBBISQ-CHAVE.
              10 CBBISQ-SEQUENCIA             PIC  9(006).
           05 CBBISQ-EMPRESA                  PIC  9(003).
           05 CBBISQ-DATA                     PIC  9(008).
           05 CBBISQ-HORA                     PIC  9(008).
           05 CBBISQ-REFERENCIA-DE            PIC  9(006).
           05 CBBISQ-REFERENCIA-ATE           PIC  9(006).
      *    Linhas por arquivo: 1 fato, 2 conta, 3 centro, 4 ordem,
      *    5 pessoa, 6 calendario
           05 CBBISQ-CONTADORES.
              10 CBBISQ-LINHAS                PIC  9(008) OCCURS 6.
           05 CBBISQ-SITUACAO                 PIC  X(001).
              88 CBBISQ-CARGA-CONCLUIDA             VALUE "C".
              88 CBBISQ-CARGA-INTERROMPIDA          VALUE "I".
