                      *                                               *
                      *  Transferencia a resultado de exercicio       *
                      *                                               *
                      *  Registra a transferencia concluida no        *
                      *  CBRSEX, condicao para a destinacao do        *
                      *  resultado (CB231PCW)                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CBGEINSL.
       COPY CBPAEMSL.
       COPY CBGRESL.
       COPY CBRSEXSL.

           SELECT LOTEWK ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       COPY CBGEINFD.
       COPY CBPAEMFD.
       COPY CBGREFD.
       COPY CBRSEXFD.

       FD  LOTEWK
           LABEL RECORD IS STANDARD
              10 FS-CBGRE              PIC  X(002) VALUE "00".
              10 LB-CBGRE              PIC  X(050) VALUE "CBGRE".
           05 PROXIMA-CHAVE-CBGRE      COMP-3 PIC  9(008) VALUE 0.
           05 ER-CBRSEX.
              10 FS-CBRSEX             PIC  X(002) VALUE "00".
              10 LB-CBRSEX             PIC  X(050) VALUE "CBRSEX".
           05 RESULTADO-TRANSFERIDO    COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDOS-ELIMINADOS-CBGEIN COMP-3 PIC  9(007) VALUE 0.
           05 PARAMETROS-CWGETU-CBGEIN.
              10 OPERADOR-CBGEIN       PIC  X(030).
                        PERFORM 140-IMPORTAR THRU 140-99-FIM
                   END-IF
                END-PERFORM
                PERFORM 160-REGISTRA-CONCLUSAO THRU 160-99-FIM
           END-IF
           CLOSE LOTEWK
           DELETE FILE LOTEWK.
           END-IF

           MOVE RESULTADO                TO CBMVMS-COD-RED
           PERFORM 150-CONTROLA-SALDOS THRU 150-99-FIM

      *    Conta de saldo credor zerada a debito (receita) aumenta o
      *    resultado; a de saldo devedor (despesa) o diminui

           IF   LOTEWK-TIPO = "D"
                ADD      LOTEWK-VALOR TO   RESULTADO-TRANSFERIDO
           ELSE
                SUBTRACT LOTEWK-VALOR FROM RESULTADO-TRANSFERIDO
           END-IF.

       140-99-FIM. EXIT.


       150-99-FIM. EXIT.

       160-REGISTRA-CONCLUSAO.

      *    Transferencia completa do exercicio; repetida no mesmo
      *    exercicio (saldos remanescentes), acumula o resultado

           OPEN I-O CBRSEX
           IF   FS-CBRSEX = "30" OR "35"
                CLOSE CBRSEX
                OPEN OUTPUT CBRSEX
                CLOSE CBRSEX
                OPEN I-O CBRSEX
           END-IF
           IF   FS-CBRSEX > "09"
                GO TO 160-99-FIM
           END-IF

           MOVE AAAA-REF TO CBRSEX-EXERCICIO
           READ CBRSEX
           IF   FS-CBRSEX > "09"
                MOVE AAAA-REF TO CBRSEX-EXERCICIO
                MOVE 0        TO CBRSEX-RESULTADO
                                 CBRSEX-LANCAMENTOS
           END-IF

           MOVE CBCOBA-REFERENCIA       TO CBRSEX-REFERENCIA
           MOVE CBCOBA-SERIE            TO CBRSEX-SERIE
           MOVE CBCOBA-NUMERO           TO CBRSEX-NUMERO
           MOVE RESULTADO               TO CBRSEX-COD-RED
           ADD  RESULTADO-TRANSFERIDO   TO CBRSEX-RESULTADO
           ADD  GR-CBMVMS               TO CBRSEX-LANCAMENTOS

           MOVE "?"                     TO CWMENU-CBGEIN
           CALL "CWGETU"             USING OPERADOR-CBGEIN
                                            TASK-CBGEIN
                                            PROGRAMA-CBGEIN
                                            CWMENU-CBGEIN
           MOVE OPERADOR-CBGEIN         TO CBRSEX-USUARIO
           ACCEPT CBRSEX-DATA FROM DATE
           ADD    20000000 TO CBRSEX-DATA
           ACCEPT CBRSEX-HORA FROM TIME

           IF   FS-CBRSEX < "10"
                REWRITE CBRSEX-REG
                UNLOCK CBRSEX
           ELSE
                WRITE CBRSEX-REG
           END-IF
           CLOSE CBRSEX.

       160-99-FIM. EXIT.

       COPY CB021PCW.

       797-MES-FISCAL.
