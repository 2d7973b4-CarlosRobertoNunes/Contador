              88 CBLALU-EXCLUSAO                    VALUE "E".
           05 CBLALU-CLASSE-DE         COMP-3 PIC  9(015).
           05 CBLALU-CLASSE-ATE        COMP-3 PIC  9(015).
      *    Conta da Parte B (CBLALB) controlada pelo item quando a
      *    adicao ou exclusao e temporaria; zero (e registros antigos,
      *    com a cauda nao numerica) para diferenca permanente
           05 CBLALU-PARTE-B                  PIC  9(003).
