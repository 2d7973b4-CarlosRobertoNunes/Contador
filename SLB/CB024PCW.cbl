       COPY CBMVMSSL.
       COPY CBGEINSL.
       COPY CBGRESL.
       COPY CBLNAUSL.
       COPY CBOBRISL.

           SELECT LOTE-I ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       COPY CBMVMSFD.
       COPY CBGEINFD.
       COPY CBGREFD.
       COPY CBLNAUFD.
       COPY CBOBRIFD.

       FD  LOTE-I
           LABEL RECORD IS STANDARD
              88 TEM-TRAILER                        VALUE 1.
           05 TRAILER-CONFERE           PIC  9(001) VALUE 1.
              88 TRAILER-OK                         VALUE 1.
           05 ENTREGA-BLOQUEADA         PIC  9(001) VALUE 0.
           05 ER-CBOBRI.
              10 FS-CBOBRI             PIC  X(002) VALUE "00".
              10 LB-CBOBRI             PIC  X(050) VALUE "CBOBRI".
           05 TRAILER-REGISTROS         PIC  9(008) VALUE 0.
           05 TRAILER-VALOR             PIC  9(014)V99 VALUE 0.
           05 TRAILER-DEBITOS           PIC  9(014)V99 VALUE 0.
           05 ER-CBGRE.
              10 FS-CBGRE              PIC  X(002) VALUE "00".
              10 LB-CBGRE              PIC  X(050) VALUE "CBGRE".
           05 ER-CBLNAU.
              10 FS-CBLNAU             PIC  X(002) VALUE "00".
              10 LB-CBLNAU             PIC  X(050) VALUE "CBLNAU".
           05 PROXIMA-CHAVE-CBLNAU     COMP-3 PIC  9(008) VALUE 0.
           05 OPERACAO-CBLNAU          PIC  X(001) VALUE SPACE.
           05 PROXIMA-CHAVE-CBGRE      COMP-3 PIC  9(008) VALUE 0.
           05 SALDOS-ELIMINADOS-CBGEIN COMP-3 PIC  9(007) VALUE 0.
           05 PARAMETROS-CWGETU-CBGEIN.
                GO TO 100-99-FIM
           END-IF

           PERFORM 180-CRITICA-ENTREGA THRU 180-99-FIM
           IF   ENTREGA-BLOQUEADA NOT = 0
                MOVE "10" TO FS-LOTE-I
                GO TO 100-99-FIM
           END-IF

           PERFORM UNTIL FS-LOTE-I = "10"
                   IF   LER = "S"
                        READ LOTE-I
                     DISPLAY T-GR-CBMVMS
                END-IF
           UNLOCK CBMVMS
           MOVE "I" TO OPERACAO-CBLNAU
           PERFORM 170-GRAVA-CBLNAU THRU 170-99-FIM

           UNLOCK CBPLCO
           OPEN INPUT CBCOMS

       160-99-FIM. EXIT.

       170-GRAVA-CBLNAU.

      *    Auditoria da perna importada, como as manutencoes do
      *    CB008PCW

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

       170-99-FIM. EXIT.

       180-CRITICA-ENTREGA.

      *    Todo o lote cai na competencia do BAC: com obrigacao
      *    acessoria transmitida e marcada para bloquear o arquivo e
      *    recusado inteiro, mesma regra do CB043PCW

           MOVE 0 TO ENTREGA-BLOQUEADA
           OPEN INPUT CBOBRI
           IF   FS-CBOBRI > "09"
                MOVE "00" TO FS-CBOBRI
                GO TO 180-99-FIM
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

       180-99-FIM. EXIT.

       COPY CB021PCW.

       800-INICIAIS.
