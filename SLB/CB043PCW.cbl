       COPY CBCULGSL.
       COPY CBUSUASL.
       COPY CBPERFSL.
       COPY CBOBRISL.
       COPY CBLNAUSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBCULGFD.
       COPY CBUSUAFD.
       COPY CBPERFFD.
       COPY CBOBRIFD.
       COPY CBLNAUFD.

       WORKING-STORAGE SECTION.

           05 ER-CBPERF.
              10 FS-CBPERF             PIC  X(002) VALUE "00".
              10 LB-CBPERF             PIC  X(050) VALUE "CBPERF".
           05 ER-CBOBRI.
              10 FS-CBOBRI             PIC  X(002) VALUE "00".
              10 LB-CBOBRI             PIC  X(050) VALUE "CBOBRI".
           05 ER-CBLNAU.
              10 FS-CBLNAU             PIC  X(002) VALUE "00".
              10 LB-CBLNAU             PIC  X(050) VALUE "CBLNAU".
           05 PROXIMA-CHAVE-CBLNAU     COMP-3 PIC  9(008) VALUE 0.
           05 OPERACAO-CBLNAU          PIC  X(001) VALUE SPACE.
           05 DATA-HOJE-CORTE          PIC  9(008) VALUE 0.
           05 TARDIO-PERMITIDO         PIC  9(001) VALUE 0.
           05 PROXIMA-CHAVE-CBCULG
                PERFORM 179-CRITICA-CORTE THRU 179-79-FIM
           END-IF

      *    Competencia de obrigacao acessoria transmitida (CB244PCW)
      *    nao recebe inclusao nem exclusao ate a retificadora

           IF   CB043PCW-FLAG-BAC = 0
                PERFORM 178-CRITICA-ENTREGA THRU 178-89-FIM
           END-IF

           IF   CB043PCW-RETORNO = ZEROS
           AND  INCLUSAO
                PERFORM 182-CRITICA-MATRIZ  THRU 182-99-FIM
                IF   FS-CBMVMS > "09"
                     STOP RUN
                END-IF
                MOVE "I"                     TO OPERACAO-CBLNAU
                PERFORM 190-GRAVA-CBLNAU     THRU 190-99-FIM
                PERFORM 175-INDEXA-DOCTO     THRU 175-99-FIM
                PERFORM 175-INDEXA-CONTA     THRU 175-89-FIM
                MOVE    "I" TO OPERACAO-SHIP
                IF   FS-CBMVMS > "09"
                     STOP RUN
                END-IF
                MOVE "I"                     TO OPERACAO-CBLNAU
                PERFORM 190-GRAVA-CBLNAU     THRU 190-99-FIM
                PERFORM 175-INDEXA-DOCTO    THRU 175-99-FIM
                PERFORM 175-INDEXA-CONTA    THRU 175-89-FIM
                MOVE    "I" TO OPERACAO-SHIP
                IF   FS-CBMVMS > "09"
                     STOP RUN
                END-IF
                MOVE "E"                     TO OPERACAO-CBLNAU
                PERFORM 190-GRAVA-CBLNAU     THRU 190-99-FIM
                PERFORM 176-DESINDEXA-DOCTO  THRU 176-99-FIM
                PERFORM 176-DESINDEXA-CONTA  THRU 176-89-FIM
                MOVE    "E" TO OPERACAO-SHIP
                IF   FS-CBMVMS > "09"
                     STOP RUN
                END-IF
                MOVE "E"                     TO OPERACAO-CBLNAU
                PERFORM 190-GRAVA-CBLNAU     THRU 190-99-FIM
                PERFORM 176-DESINDEXA-DOCTO  THRU 176-99-FIM
                PERFORM 176-DESINDEXA-CONTA  THRU 176-89-FIM
                MOVE    "E" TO OPERACAO-SHIP

       179-89-FIM. EXIT.

       178-CRITICA-ENTREGA.

           OPEN INPUT CBOBRI
           IF   FS-CBOBRI > "09"
                MOVE "00" TO FS-CBOBRI
                GO TO 178-89-FIM
           END-IF

           MOVE LOW-VALUES TO CBOBRI-CHAVE
           START CBOBRI KEY NOT LESS CBOBRI-CHAVE
           PERFORM UNTIL FS-CBOBRI > "09"
                   READ CBOBRI NEXT RECORD IGNORE LOCK
                   IF   FS-CBOBRI < "10"
                   AND  CBOBRI-TRANSMITIDA
                   AND  CBOBRI-BLOQUEIA-LANCAMENTOS
                   AND  CBCOBA-REFERENCIA NOT < CBOBRI-PERIODO-DE
                   AND  CBCOBA-REFERENCIA NOT > CBOBRI-PERIODO-ATE
                        MOVE 1 TO CB043PCW-FLAG-REGRA
                        DISPLAY "Competencia com obrigacao transmitida"
                                LINE 23 COLUMN 03
                                CBOBRI-OBRIGACAO LINE 23 COLUMN 42
                        MOVE "10" TO FS-CBOBRI
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBOBRI
           CLOSE CBOBRI.

       178-89-FIM. EXIT.

       179-CRITICA-CORTE.

           OPEN INPUT CBCUTO

       170-99-FIM. EXIT.

       190-GRAVA-CBLNAU.

      *    Auditoria da perna gravada ou excluida, com o programa
      *    que chamou, como as manutencoes do CB008PCW

           OPEN I-O CBLNAU
           IF   FS-CBLNAU = "30" OR "35"
                CLOSE CBLNAU
                OPEN OUTPUT CBLNAU
                CLOSE CBLNAU
                OPEN I-O CBLNAU
           END-IF

           MOVE 99999999 TO CBLNAU-CHAVE
           START CBLNAU KEY NOT GREATER CBLNAU-CHAVE
           IF   FS-CBLNAU < "10"
                READ CBLNAU PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBLNAU < "10"
                     MOVE CBLNAU-CHAVE TO PROXIMA-CHAVE-CBLNAU
                END-IF
           END-IF

           ADD  1                        TO PROXIMA-CHAVE-CBLNAU
           MOVE PROXIMA-CHAVE-CBLNAU     TO CBLNAU-CHAVE
           MOVE OPERACAO-CBLNAU          TO CBLNAU-OPERACAO
           MOVE CBMVMS-LANCAMENTO        TO CBLNAU-LANCAMENTO
           MOVE CBMVMS-TIPO              TO CBLNAU-TIPO
           MOVE CBMVMS-SERIE             TO CBLNAU-SERIE
           MOVE CBMVMS-NUMERO            TO CBLNAU-NUMERO
           MOVE CBMVMS-COD-RED           TO CBLNAU-COD-RED
           MOVE CBMVMS-DOCTO             TO CBLNAU-DOCTO
           MOVE CBMVMS-CENTRO-CUSTO      TO CBLNAU-CENTRO-CUSTO
           MOVE CBMVMS-HISTORICO-PADRAO  TO CBLNAU-HISTORICO-PADRAO
           MOVE CBMVMS-HISTORICO-VARIAVEL
                                         TO CBLNAU-HISTORICO-VARIAVEL
           MOVE CBMVMS-VALOR             TO CBLNAU-VALOR

           MOVE "?"                      TO CWMENU-CBGEIN
           CALL "CWGETU"              USING OPERADOR-CBGEIN
                                             TASK-CBGEIN
                                             PROGRAMA-CBGEIN
                                             CWMENU-CBGEIN
           MOVE OPERADOR-CBGEIN          TO CBLNAU-USUARIO
           MOVE PROGRAMA-CBGEIN          TO CBLNAU-PROGRAMA

           ACCEPT CBLNAU-DATA FROM DATE
           ACCEPT CBLNAU-HORA FROM TIME
           WRITE CBLNAU-REG
           CLOSE CBLNAU.

       190-99-FIM. EXIT.

       195-BAIXA-EMPENHO.

      *    Lancamento a debito cujo documento e o numero de um
