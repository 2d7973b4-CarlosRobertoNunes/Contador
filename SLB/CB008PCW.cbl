       COPY CBGRESL.
       COPY CBLNAUSL.
       COPY CBJNLSL.
       COPY CBOBRISL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBGREFD.
       COPY CBLNAUFD.
       COPY CBJNLFD.
       COPY CBOBRIFD.

       WORKING-STORAGE SECTION.

           05 VEZ                      PIC  9(001) VALUE 1.
           05 ESTORNO                  PIC  9(001) VALUE 0.
           05 DIA-BLOQUEADO            PIC  9(001) VALUE 0.
           05 ENTREGA-BLOQUEADA        PIC  9(001) VALUE 0.
           05 ER-CBOBRI.
              10 FS-CBOBRI             PIC  X(002) VALUE "00".
              10 LB-CBOBRI             PIC  X(050) VALUE "CBOBRI".
           05 SEQ-JORNAL         COMP-3 PIC  9(004) VALUE 0.
           05 MES-JORNAL.
              10 MES-JORNAL-AAAA       PIC  9(004).
                             LINE 23 COLUMN 03
                     GO TO 120-99-FIM
                END-IF
                PERFORM 189-CRITICA-ENTREGA THRU 189-99-FIM
                IF   ENTREGA-BLOQUEADA NOT = 0
                     GO TO 120-99-FIM
                END-IF
           END-IF

           IF   EFETIVAR
                             LINE 23 COLUMN 03
                     GO TO 130-99-FIM
                END-IF
                PERFORM 189-CRITICA-ENTREGA THRU 189-99-FIM
                IF   ENTREGA-BLOQUEADA NOT = 0
                     GO TO 130-99-FIM
                END-IF
           END-IF

           IF   EFETIVAR

       140-EXCLUSAO.

      *    Exclusao e estorno tambem alteram a competencia: a mesma
      *    trava de obrigacao transmitida da inclusao

           IF   EFETIVAR
                PERFORM 189-CRITICA-ENTREGA THRU 189-99-FIM
                IF   ENTREGA-BLOQUEADA NOT = 0
                     GO TO 140-99-FIM
                END-IF
           END-IF

           IF   EFETIVAR
                MOVE "E" TO JR-FASE
                PERFORM 195-JORNAL-ABRE THRU 195-99-FIM

       149-ESTORNAR.

      *    Exclusao e estorno tambem alteram a competencia: a mesma
      *    trava de obrigacao transmitida da inclusao

           IF   EFETIVAR
                PERFORM 189-CRITICA-ENTREGA THRU 189-99-FIM
                IF   ENTREGA-BLOQUEADA NOT = 0
                     GO TO 149-99-FIM
                END-IF
           END-IF

           IF   EFETIVAR
                MOVE    COD-RED-DB       TO SALVA-COD-RED-DB
                MOVE    COD-RED-CR       TO SALVA-COD-RED-CR

       180-99-FIM. EXIT.

       189-CRITICA-ENTREGA.

      *    Competencia coberta por obrigacao acessoria ja transmitida
      *    e marcada para bloquear: mesma regra do CB043PCW

           MOVE 0 TO ENTREGA-BLOQUEADA
           OPEN INPUT CBOBRI
           IF   FS-CBOBRI > "09"
                MOVE "00" TO FS-CBOBRI
                GO TO 189-99-FIM
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
                        MOVE 1 TO ENTREGA-BLOQUEADA
                        DISPLAY "Competencia com obrigacao transmitida"
                                LINE 23 COLUMN 03
                                CBOBRI-OBRIGACAO LINE 23 COLUMN 42
                        MOVE "10" TO FS-CBOBRI
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBOBRI
           CLOSE CBOBRI.

       189-99-FIM. EXIT.

       190-GRAVA-CBLNAU.

           OPEN I-O CBLNAU
