              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CB233PCW.

       SCREEN SECTION.

                GO TO 200-99-FIM
           END-IF

      *    Auditoria de leitura: a DFC cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB189PCW"  TO CB233PCW-PROGRAMA
           MOVE ALL "9"     TO CB233PCW-CONTA-ATE
           MOVE 9999        TO CB233PCW-CENTRO-ATE
           MOVE REF-AAAAMM  TO CB233PCW-REFERENCIA
           CALL "CB233PCW" USING PARAMETROS-CB233PCW

           MOVE "DFC PELO METODO INDIRETO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " REF-AAAAMM
