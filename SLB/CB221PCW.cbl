       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB221PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Descricao da conta pelo codigo reduzido      *
                      *                                               *
                      *  Abre o CBPLCO aqui mesmo, sem mexer na       *
                      *  posicao de leitura do plano no programa      *
                      *  chamador                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 PLANO-ABERTO        PIC  9(001) VALUE 0.
           05 ER-CBPLCO.
              10 FS-CBPLCO        PIC  X(002) VALUE "00".
              10 LB-CBPLCO        PIC  X(050) VALUE "CBPLCO".

       LINKAGE SECTION.

       COPY CB221PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB221PCW.

       000-INICIO.

           IF   PLANO-ABERTO = 0
                OPEN INPUT CBPLCO
                IF   FS-CBPLCO > "09"
                     MOVE SPACES TO CB221PCW-DESCRICAO
                     GOBACK
                END-IF
                MOVE 1 TO PLANO-ABERTO
           END-IF

           MOVE CB221PCW-COD-RED TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-DESCRICAO TO CB221PCW-DESCRICAO
           ELSE
                MOVE "NAO CADASTRADA" TO CB221PCW-DESCRICAO
           END-IF.

       000-99-FIM. GOBACK.
       END PROGRAM CB221PCW.
