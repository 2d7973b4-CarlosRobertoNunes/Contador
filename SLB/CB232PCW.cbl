       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB232PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Subrotina de escopo de dados por perfil      *
                      *                                               *
                      *  Devolve "S" ou "N" conforme a conta (classe  *
                      *  ou codigo reduzido) e o centro de custo      *
                      *  caibam nas restricoes do perfil do operador  *
                      *  corrente (CBPERE, mantido no CB084PCW).      *
                      *  Consultas, relatorios e exportacoes omitem   *
                      *  ou totalizam como restrito o que ficar fora  *
                      *  do escopo; sem restricoes tudo e liberado    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBUSUASL.
       COPY CBPERESL.
       COPY CBPLCOSL.
       COPY CBCACCSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBUSUAFD.
       COPY CBPEREFD.
       COPY CBPLCOFD.
       COPY CBCACCFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PARAMETROS-CWGETU-CB232.
              10 OPERADOR-CB232        PIC  X(030).
              10 TASK-CB232            PIC  X(006).
              10 PROGRAMA-CB232        PIC  X(008).
              10 CWMENU-CB232          PIC  X(001).
           05 OPERADOR-CARREGADO        PIC  X(030) VALUE LOW-VALUES.
           05 ARQUIVOS-ABERTOS          PIC  X(001) VALUE "N".
           05 PERFIL-RESTRITO           PIC  X(001) VALUE "N".
           05 CLASSE-TESTE       COMP-3 PIC  9(015) VALUE 0.
           05 CENTRO-TESTE              PIC  9(004) VALUE 0.
           05 ULTIMO-CENTRO             PIC  9(004) VALUE 0.
           05 ULTIMO-ESCOPO             PIC  X(001) VALUE SPACE.
           05 ULTIMO-COD-RED            PIC  9(005) VALUE 0.
           05 ULTIMA-CLASSE      COMP-3 PIC  9(015) VALUE 0.
           05 NIVEL                     PIC  9(002) VALUE 0.
           05 I                         PIC  9(002) VALUE 0.
           05 QT-CENTROS                PIC  9(002) VALUE 0.
           05 QT-PERMITIDAS             PIC  9(002) VALUE 0.
           05 QT-EXCLUIDAS              PIC  9(002) VALUE 0.
           05 TB-CENTROS.
              10 OCCURS 20.
                 15 TB-CENTRO-DE        PIC  9(015).
                 15 TB-CENTRO-ATE       PIC  9(015).
           05 TB-PERMITIDAS.
              10 OCCURS 20.
                 15 TB-PERMITIDA-DE     PIC  9(015).
                 15 TB-PERMITIDA-ATE    PIC  9(015).
           05 TB-EXCLUIDAS.
              10 OCCURS 20.
                 15 TB-EXCLUIDA-DE      PIC  9(015).
                 15 TB-EXCLUIDA-ATE     PIC  9(015).
           05 ER-CBUSUA.
              10 FS-CBUSUA             PIC  X(002) VALUE "00".
              10 LB-CBUSUA             PIC  X(050) VALUE "CBUSUA".
           05 ER-CBPERE.
              10 FS-CBPERE             PIC  X(002) VALUE "00".
              10 LB-CBPERE             PIC  X(050) VALUE "CBPERE".
           05 ER-CBPLCO.
              10 FS-CBPLCO             PIC  X(002) VALUE "00".
              10 LB-CBPLCO             PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCACC.
              10 FS-CBCACC             PIC  X(002) VALUE "00".
              10 LB-CBCACC             PIC  X(050) VALUE "CBCACC".

       LINKAGE SECTION.

       COPY CB232PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB232PCW.

       000-INICIO.

           MOVE "S" TO CB232PCW-ESCOPO

           MOVE "?"           TO CWMENU-CB232
           CALL "CWGETU"   USING OPERADOR-CB232
                                 TASK-CB232
                                 PROGRAMA-CB232
                                 CWMENU-CB232

      *    Restricoes carregadas uma vez por operador; a troca de
      *    operador na mesma sessao recarrega

           IF   OPERADOR-CB232 NOT = OPERADOR-CARREGADO
                PERFORM 100-CARREGA THRU 100-99-FIM
           END-IF
           MOVE PERFIL-RESTRITO TO CB232PCW-PERFIL-RESTRITO

           IF   PERFIL-RESTRITO = "N"
                GO TO 000-99-FIM
           END-IF

           IF   QT-PERMITIDAS > 0
           OR   QT-EXCLUIDAS  > 0
                PERFORM 200-CLASSE THRU 200-99-FIM
                IF   CB232PCW-RESTRITO
                     GO TO 000-99-FIM
                END-IF
           END-IF

           IF   QT-CENTROS > 0
                PERFORM 300-CENTRO THRU 300-99-FIM
           END-IF.

       000-99-FIM.

           GOBACK.

       100-CARREGA.

           MOVE OPERADOR-CB232 TO OPERADOR-CARREGADO
           MOVE "N"            TO PERFIL-RESTRITO
           MOVE 0              TO QT-CENTROS
                                  QT-PERMITIDAS
                                  QT-EXCLUIDAS
                                  ULTIMO-COD-RED
           MOVE SPACE          TO ULTIMO-ESCOPO

      *    Sem o cadastro CBUSUA ou sem o usuario o acesso e do
      *    CB086PCW; aqui nada fica restrito

           OPEN INPUT CBUSUA
           IF   FS-CBUSUA > "09"
                MOVE "00" TO FS-CBUSUA
                GO TO 100-99-FIM
           END-IF
           MOVE OPERADOR-CB232 TO CBUSUA-USUARIO
           READ CBUSUA IGNORE LOCK
           IF   FS-CBUSUA > "09"
                MOVE "00" TO FS-CBUSUA
                CLOSE CBUSUA
                GO TO 100-99-FIM
           END-IF
           CLOSE CBUSUA

           OPEN INPUT CBPERE
           IF   FS-CBPERE > "09"
                MOVE "00" TO FS-CBPERE
                GO TO 100-99-FIM
           END-IF

           MOVE LOW-VALUES    TO CBPERE-CHAVE
           MOVE CBUSUA-PERFIL TO CBPERE-PERFIL
           START CBPERE KEY NOT LESS CBPERE-CHAVE
           PERFORM UNTIL FS-CBPERE > "09"
                   READ CBPERE NEXT RECORD IGNORE LOCK
                   IF   FS-CBPERE < "10"
                        IF   CBPERE-PERFIL NOT = CBUSUA-PERFIL
                             MOVE "10" TO FS-CBPERE
                        ELSE
                             PERFORM 110-GUARDA-FAIXA
                                THRU 110-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPERE
           CLOSE CBPERE

           IF   QT-CENTROS    > 0
           OR   QT-PERMITIDAS > 0
           OR   QT-EXCLUIDAS  > 0
                MOVE "S" TO PERFIL-RESTRITO
                IF   ARQUIVOS-ABERTOS = "N"
                     OPEN INPUT CBPLCO CBCACC
                     MOVE "S" TO ARQUIVOS-ABERTOS
                END-IF
           END-IF.

       100-99-FIM. EXIT.

       110-GUARDA-FAIXA.

           EVALUATE TRUE
               WHEN CBPERE-CENTRO-PERMITIDO
                AND QT-CENTROS < 20
                    ADD  1          TO QT-CENTROS
                    MOVE CBPERE-DE  TO TB-CENTRO-DE  (QT-CENTROS)
                    MOVE CBPERE-ATE TO TB-CENTRO-ATE (QT-CENTROS)
               WHEN CBPERE-CLASSE-PERMITIDA
                AND QT-PERMITIDAS < 20
                    ADD  1          TO QT-PERMITIDAS
                    MOVE CBPERE-DE  TO TB-PERMITIDA-DE  (QT-PERMITIDAS)
                    MOVE CBPERE-ATE TO TB-PERMITIDA-ATE (QT-PERMITIDAS)
               WHEN CBPERE-CLASSE-EXCLUIDA
                AND QT-EXCLUIDAS < 20
                    ADD  1          TO QT-EXCLUIDAS
                    MOVE CBPERE-DE  TO TB-EXCLUIDA-DE  (QT-EXCLUIDAS)
                    MOVE CBPERE-ATE TO TB-EXCLUIDA-ATE (QT-EXCLUIDAS)
           END-EVALUATE.

       110-99-FIM. EXIT.

       200-CLASSE.

           MOVE CB232PCW-CLASSE TO CLASSE-TESTE
           IF   CB232PCW-COD-RED NOT = 0
                IF   CB232PCW-COD-RED = ULTIMO-COD-RED
                     MOVE ULTIMA-CLASSE TO CLASSE-TESTE
                ELSE
                     MOVE CB232PCW-COD-RED TO CBPLCO-COD-RED
                     READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
                     IF   FS-CBPLCO < "10"
                          MOVE CBPLCO-CLASSE    TO CLASSE-TESTE
                                                   ULTIMA-CLASSE
                          MOVE CB232PCW-COD-RED TO ULTIMO-COD-RED
                     END-IF
                     MOVE "00" TO FS-CBPLCO
                END-IF
           END-IF

      *    Com faixas permitidas a classe precisa cair numa delas;
      *    a exclusao vale sempre por cima da permissao

           IF   QT-PERMITIDAS > 0
                MOVE "N" TO CB232PCW-ESCOPO
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PERMITIDAS
                        IF   CLASSE-TESTE NOT < TB-PERMITIDA-DE  (I)
                        AND  CLASSE-TESTE NOT > TB-PERMITIDA-ATE (I)
                             MOVE "S" TO CB232PCW-ESCOPO
                        END-IF
                END-PERFORM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EXCLUIDAS
                   IF   CLASSE-TESTE NOT < TB-EXCLUIDA-DE  (I)
                   AND  CLASSE-TESTE NOT > TB-EXCLUIDA-ATE (I)
                        MOVE "N" TO CB232PCW-ESCOPO
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

       300-CENTRO.

      *    O centro vale pelas faixas proprias ou pelas de qualquer
      *    superior na hierarquia do CBCACC. Centro zero e o saldo
      *    consolidado de todos os centros e fica fora do escopo
      *    de quem tem faixas de centro

           IF   CB232PCW-CENTRO-CUSTO = ULTIMO-CENTRO
           AND  ULTIMO-ESCOPO NOT = SPACE
                MOVE ULTIMO-ESCOPO TO CB232PCW-ESCOPO
                GO TO 300-99-FIM
           END-IF

           MOVE "N"                   TO CB232PCW-ESCOPO
           MOVE CB232PCW-CENTRO-CUSTO TO CENTRO-TESTE

           PERFORM VARYING NIVEL FROM 1 BY 1
                     UNTIL NIVEL > 20
                        OR CENTRO-TESTE = 0
                        OR CB232PCW-LIBERADO
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CENTROS
                           IF   CENTRO-TESTE NOT < TB-CENTRO-DE  (I)
                           AND  CENTRO-TESTE NOT > TB-CENTRO-ATE (I)
                                MOVE "S" TO CB232PCW-ESCOPO
                           END-IF
                   END-PERFORM
                   IF   CB232PCW-RESTRITO
                        MOVE CENTRO-TESTE TO CBCACC-CODIGO
                        READ CBCACC IGNORE LOCK
                        IF   FS-CBCACC > "09"
                        OR   CBCACC-PAI = CENTRO-TESTE
                             MOVE 0 TO CENTRO-TESTE
                        ELSE
                             MOVE CBCACC-PAI TO CENTRO-TESTE
                        END-IF
                        MOVE "00" TO FS-CBCACC
                   END-IF
           END-PERFORM

           MOVE CB232PCW-CENTRO-CUSTO TO ULTIMO-CENTRO
           MOVE CB232PCW-ESCOPO       TO ULTIMO-ESCOPO.

       300-99-FIM. EXIT.

       END PROGRAM CB232PCW.
