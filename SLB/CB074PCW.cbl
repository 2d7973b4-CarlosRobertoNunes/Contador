              10 FS-CBPAEM             PIC  X(002) VALUE "00".
              10 LB-CBPAEM             PIC  X(050) VALUE "CBPAEM".

       COPY CB222PCW.

       PROCEDURE DIVISION.

       000-INICIO.
           END-PERFORM

           DISPLAY "CB074PCW Fim da janela noturna. Processados: "
                   QT-PROCESSADOS " Erros: " QT-ERROS

      *    Fecha a janela medindo a ocupacao dos arquivos (CBCRHI)

           MOVE EMPRESA-SESSAO TO CB222PCW-EMPRESA
           MOVE "M"            TO CB222PCW-COMANDO
           CALL   "CB222PCW" USING PARAMETROS-CB222PCW
           CANCEL "CB222PCW".

       100-99-FIM. EXIT.

