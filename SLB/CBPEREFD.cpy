      ******************************************************************
      *  Restricoes de dados por perfil (CB084PCW), aplicadas pelo     *
      *  CB232PCW: faixas de centros de custo permitidos (o centro     *
      *  vale tambem pelos seus superiores no CBCACC) e faixas de      *
      *  classes de conta permitidas ou excluidas. Perfil sem          *
      *  registros nao tem restricao                                   *
      ******************************************************************

       FD  CBPERE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPERE.

       01  CBPERE-REG.
           05 CBPERE-CHAVE.
              10 CBPERE-PERFIL                PIC  9(002).
              10 CBPERE-TIPO                  PIC  X(001).
                 88 CBPERE-CENTRO-PERMITIDO         VALUE "C".
                 88 CBPERE-CLASSE-PERMITIDA         VALUE "P".
                 88 CBPERE-CLASSE-EXCLUIDA          VALUE "X".
              10 CBPERE-SEQUENCIA             PIC  9(002).
           05 CBPERE-DE                       PIC  9(015).
           05 CBPERE-ATE                      PIC  9(015).
