              10 FS-CBPAEM             PIC  X(002) VALUE "00".
              10 LB-CBPAEM             PIC  X(050) VALUE "CBPAEM".

       COPY CB222PCW.

       PROCEDURE DIVISION.

       000-INICIO.
           IF   FS-CBAGN > "09"
                DISPLAY "CB144PCW Empresa sem agenda (CBAGN) - pulada"
                MOVE "00" TO FS-CBAGN
                PERFORM 140-OCUPACAO THRU 140-99-FIM
                GO TO 110-99-FIM
           END-IF

           END-PERFORM
           MOVE "00" TO FS-CBAGN

           CLOSE CBAGN

           PERFORM 140-OCUPACAO THRU 140-99-FIM.

       110-99-FIM. EXIT.


       130-99-FIM. EXIT.

       140-OCUPACAO.

      *    Fecha a janela da empresa medindo a ocupacao dos arquivos
      *    no diretorio dela (historico CBCRHI da propria empresa)

           MOVE CBEMPR-CODIGO TO CB222PCW-EMPRESA
           MOVE "M"           TO CB222PCW-COMANDO
           CALL   "CB222PCW" USING PARAMETROS-CB222PCW
           CANCEL "CB222PCW".

       140-99-FIM. EXIT.

       800-INICIAIS.

           OPEN INPUT CBEMPR
