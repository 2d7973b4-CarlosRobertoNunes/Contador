       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB233PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Subrotina da auditoria de leitura            *
                      *                                               *
                      *  Grava no CBLEAU usuario, programa, data e    *
                      *  hora e a conta, faixa de contas, centro ou   *
                      *  pessoa exibida, quando a classe da conta ou  *
                      *  a pessoa esta ligada no CBLECL (CB234PCW).   *
                      *  Sem chaves ligadas nada e gravado            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBLEAUSL.
       COPY CBLECLSL.
       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBLEAUFD.
       COPY CBLECLFD.
       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PARAMETROS-CWGETU-CB233.
              10 OPERADOR-CB233        PIC  X(030).
              10 TASK-CB233            PIC  X(006).
              10 PROGRAMA-CB233        PIC  X(008).
              10 CWMENU-CB233          PIC  X(001).
           05 OPERADOR-CARREGADO        PIC  X(030) VALUE LOW-VALUES.
           05 PROGRAMA-CARREGADO        PIC  X(008) VALUE LOW-VALUES.
           05 CBPLCO-ABERTO             PIC  X(001) VALUE "N".
           05 AUDITAR                   PIC  X(001) VALUE "N".
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 HORA-AGORA                PIC  9(008) VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 QT-CLASSES                PIC  9(002) VALUE 0.
           05 QT-PESSOAS                PIC  9(002) VALUE 0.
           05 TB-CLASSES.
              10 OCCURS 50.
                 15 TB-CLASSE-DE        PIC  9(015).
                 15 TB-CLASSE-ATE       PIC  9(015).
           05 TB-PESSOAS.
              10 OCCURS 50.
                 15 TB-PESSOA-DE        PIC  9(015).
                 15 TB-PESSOA-ATE       PIC  9(015).
      *    O mesmo item exibido de novo no mesmo programa (pagina
      *    anterior, reexibicao) nao gera outra linha
           05 ASSINATURA.
              10 AS-ITEM                PIC  X(001).
              10 AS-CONTA-DE            PIC  9(015).
              10 AS-CONTA-ATE           PIC  9(015).
              10 AS-CENTRO-DE           PIC  9(004).
              10 AS-CENTRO-ATE          PIC  9(004).
              10 AS-PESSOA-DE           PIC  9(005).
              10 AS-PESSOA-ATE          PIC  9(005).
              10 AS-REFERENCIA          PIC  9(006).
           05 QT-REGISTRADOS            PIC  9(003) VALUE 0.
           05 PROXIMO                   PIC  9(003) VALUE 0.
           05 REPETIDO                  PIC  X(001) VALUE "N".
           05 TB-REGISTRADOS.
              10 TB-ASSINATURA OCCURS 200 PIC X(055).
           05 ER-CBLEAU.
              10 FS-CBLEAU             PIC  X(002) VALUE "00".
              10 LB-CBLEAU             PIC  X(050) VALUE "CBLEAU".
           05 ER-CBLECL.
              10 FS-CBLECL             PIC  X(002) VALUE "00".
              10 LB-CBLECL             PIC  X(050) VALUE "CBLECL".
           05 ER-CBPLCO.
              10 FS-CBPLCO             PIC  X(002) VALUE "00".
              10 LB-CBPLCO             PIC  X(050) VALUE "CBPLCO".

       LINKAGE SECTION.

       COPY CB233PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB233PCW.

       000-INICIO.

           MOVE "N" TO CB233PCW-GRAVADO

           MOVE "?"           TO CWMENU-CB233
           CALL "CWGETU"   USING OPERADOR-CB233
                                 TASK-CB233
                                 PROGRAMA-CB233
                                 CWMENU-CB233

           IF   OPERADOR-CB233    NOT = OPERADOR-CARREGADO
           OR   CB233PCW-PROGRAMA NOT = PROGRAMA-CARREGADO
                PERFORM 100-CARREGA THRU 100-99-FIM
           END-IF

           IF   QT-CLASSES = 0
           AND  QT-PESSOAS = 0
                GO TO 000-99-FIM
           END-IF

           MOVE "N"                   TO AUDITAR
           MOVE "C"                   TO AS-ITEM
           MOVE CB233PCW-CONTA-DE     TO AS-CONTA-DE
           MOVE CB233PCW-CONTA-ATE    TO AS-CONTA-ATE
           MOVE CB233PCW-CENTRO-DE    TO AS-CENTRO-DE
           MOVE CB233PCW-CENTRO-ATE   TO AS-CENTRO-ATE
           MOVE CB233PCW-PESSOA-DE    TO AS-PESSOA-DE
           MOVE CB233PCW-PESSOA-ATE   TO AS-PESSOA-ATE
           MOVE CB233PCW-REFERENCIA   TO AS-REFERENCIA

           IF   CB233PCW-PESSOA-ATE NOT = 0
                MOVE "P" TO AS-ITEM
                PERFORM 200-PESSOA THRU 200-99-FIM
           END-IF

           IF   AUDITAR = "N"
           AND  QT-CLASSES > 0
           AND (CB233PCW-COD-RED   NOT = 0
            OR  CB233PCW-CONTA-ATE NOT = 0)
                PERFORM 300-CONTAS THRU 300-99-FIM
           END-IF

           IF   AUDITAR = "N"
                GO TO 000-99-FIM
           END-IF

           PERFORM 400-REPETIDO THRU 400-99-FIM
           IF   REPETIDO = "N"
                PERFORM 500-GRAVA THRU 500-99-FIM
           END-IF.

       000-99-FIM.

           GOBACK.

       100-CARREGA.

      *    Chaves de auditoria relidas a cada programa chamador

           MOVE OPERADOR-CB233    TO OPERADOR-CARREGADO
           MOVE CB233PCW-PROGRAMA TO PROGRAMA-CARREGADO
           MOVE 0                 TO QT-CLASSES
                                     QT-PESSOAS
                                     QT-REGISTRADOS
                                     PROXIMO

           OPEN INPUT CBLECL
           IF   FS-CBLECL > "09"
                MOVE "00" TO FS-CBLECL
                GO TO 100-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBLECL-CHAVE
           START CBLECL KEY NOT LESS CBLECL-CHAVE
           PERFORM UNTIL FS-CBLECL > "09"
                   READ CBLECL NEXT RECORD IGNORE LOCK
                   IF   FS-CBLECL < "10"
                        EVALUATE TRUE
                            WHEN CBLECL-CLASSE
                             AND QT-CLASSES < 50
                                 ADD  1 TO QT-CLASSES
                                 MOVE CBLECL-DE
                                   TO TB-CLASSE-DE  (QT-CLASSES)
                                 MOVE CBLECL-ATE
                                   TO TB-CLASSE-ATE (QT-CLASSES)
                            WHEN CBLECL-PESSOA
                             AND QT-PESSOAS < 50
                                 ADD  1 TO QT-PESSOAS
                                 MOVE CBLECL-DE
                                   TO TB-PESSOA-DE  (QT-PESSOAS)
                                 MOVE CBLECL-ATE
                                   TO TB-PESSOA-ATE (QT-PESSOAS)
                        END-EVALUATE
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLECL
           CLOSE CBLECL

           IF   QT-CLASSES > 0
           AND  CBPLCO-ABERTO = "N"
                OPEN INPUT CBPLCO
                IF   FS-CBPLCO < "10"
                     MOVE "S" TO CBPLCO-ABERTO
                ELSE
                     MOVE 0    TO QT-CLASSES
                     MOVE "00" TO FS-CBPLCO
                END-IF
           END-IF.

       100-99-FIM. EXIT.

       200-PESSOA.

      *    Faixa de pessoas consultada contra as faixas ligadas

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PESSOAS
                   IF   CB233PCW-PESSOA-DE  NOT > TB-PESSOA-ATE (I)
                   AND  CB233PCW-PESSOA-ATE NOT < TB-PESSOA-DE  (I)
                        MOVE "S" TO AUDITAR
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

       300-CONTAS.

           IF   CB233PCW-COD-RED NOT = 0
                MOVE CB233PCW-COD-RED TO CBPLCO-COD-RED
                READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
                IF   FS-CBPLCO < "10"
                     MOVE CBPLCO-CONTA TO AS-CONTA-DE AS-CONTA-ATE
                     PERFORM 310-TESTA-CLASSE THRU 310-99-FIM
                END-IF
                MOVE "00" TO FS-CBPLCO
                GO TO 300-99-FIM
           END-IF

           IF   CB233PCW-CONTA-DE = CB233PCW-CONTA-ATE
                MOVE CB233PCW-CONTA-DE TO CBPLCO-CONTA
                READ CBPLCO IGNORE LOCK
                IF   FS-CBPLCO < "10"
                     PERFORM 310-TESTA-CLASSE THRU 310-99-FIM
                END-IF
                MOVE "00" TO FS-CBPLCO
                GO TO 300-99-FIM
           END-IF

      *    Faixa de contas (relatorios e demonstracoes): basta uma
      *    conta da faixa com classe sob auditoria

           IF   AS-ITEM = "C"
                MOVE "F" TO AS-ITEM
           END-IF
           MOVE CB233PCW-CONTA-DE TO CBPLCO-CONTA
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                      OR AUDITAR = "S"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                        IF   CBPLCO-CONTA > CB233PCW-CONTA-ATE
                             MOVE "10" TO FS-CBPLCO
                        ELSE
                             PERFORM 310-TESTA-CLASSE
                                THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       300-99-FIM. EXIT.

       310-TESTA-CLASSE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CLASSES
                   IF   CBPLCO-CLASSE NOT < TB-CLASSE-DE  (I)
                   AND  CBPLCO-CLASSE NOT > TB-CLASSE-ATE (I)
                        MOVE "S" TO AUDITAR
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       400-REPETIDO.

           MOVE "N" TO REPETIDO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REGISTRADOS
                   IF   TB-ASSINATURA (I) = ASSINATURA
                        MOVE "S" TO REPETIDO
                   END-IF
           END-PERFORM

           IF   REPETIDO = "N"
                ADD 1 TO PROXIMO
                IF   PROXIMO > 200
                     MOVE 1 TO PROXIMO
                END-IF
                MOVE ASSINATURA TO TB-ASSINATURA (PROXIMO)
                IF   QT-REGISTRADOS < 200
                     ADD 1 TO QT-REGISTRADOS
                END-IF
           END-IF.

       400-99-FIM. EXIT.

       500-GRAVA.

           OPEN I-O CBLEAU
           IF   FS-CBLEAU = "30" OR "35"
                CLOSE CBLEAU
                OPEN OUTPUT CBLEAU
                CLOSE CBLEAU
                OPEN I-O CBLEAU
           END-IF
           IF   FS-CBLEAU > "09"
                MOVE "00" TO FS-CBLEAU
                GO TO 500-99-FIM
           END-IF

           ACCEPT DATA-HOJE  FROM DATE
           ADD 20000000 TO DATA-HOJE
           ACCEPT HORA-AGORA FROM TIME

           MOVE DATA-HOJE             TO CBLEAU-DATA
           MOVE HORA-AGORA            TO CBLEAU-HORA
           MOVE 0                     TO CBLEAU-SEQUENCIA
           MOVE OPERADOR-CB233        TO CBLEAU-USUARIO
           MOVE CB233PCW-PROGRAMA     TO CBLEAU-PROGRAMA
           MOVE AS-ITEM               TO CBLEAU-ITEM
           MOVE AS-CONTA-DE           TO CBLEAU-CONTA-DE
           MOVE AS-CONTA-ATE          TO CBLEAU-CONTA-ATE
           MOVE CB233PCW-CENTRO-DE    TO CBLEAU-CENTRO-DE
           MOVE CB233PCW-CENTRO-ATE   TO CBLEAU-CENTRO-ATE
           MOVE CB233PCW-PESSOA-DE    TO CBLEAU-PESSOA-DE
           MOVE CB233PCW-PESSOA-ATE   TO CBLEAU-PESSOA-ATE
           MOVE CB233PCW-REFERENCIA   TO CBLEAU-REFERENCIA

           WRITE CBLEAU-REG
           PERFORM UNTIL FS-CBLEAU NOT = "22"
                      OR CBLEAU-SEQUENCIA = 9999
                   ADD 1 TO CBLEAU-SEQUENCIA
                   WRITE CBLEAU-REG
           END-PERFORM
           IF   FS-CBLEAU < "10"
                MOVE "S" TO CB233PCW-GRAVADO
           END-IF

           MOVE "00" TO FS-CBLEAU
           CLOSE CBLEAU.

       500-99-FIM. EXIT.

       END PROGRAM CB233PCW.
