      ******************************************************************
      *  Chave da auditoria de leitura (CB234PCW): faixas de           *
      *  CBPLCO-CLASSE (tipo "C") e de codigos do CBPESS (tipo "P")    *
      *  cuja consulta o CB233PCW registra no CBLEAU. Sem registros    *
      *  a auditoria de leitura fica desligada                         *
      ******************************************************************

       FD  CBLECL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBLECL.

       01  CBLECL-REG.
           05 CBLECL-CHAVE.
              10 CBLECL-TIPO                  PIC  X(001).
                 88 CBLECL-CLASSE                   VALUE "C".
                 88 CBLECL-PESSOA                   VALUE "P".
              10 CBLECL-SEQUENCIA             PIC  9(002).
           05 CBLECL-DE                       PIC  9(015).
           05 CBLECL-ATE                      PIC  9(015).
           05 CBLECL-DESCRICAO                PIC  X(030).
