           05 ABRE-NUMERO               PIC  9(018) VALUE 0.
           05 S2                        PIC  9(003) VALUE 0.
           05 ACHADOS                   PIC  9(005) VALUE 0.
           05 RESTRITOS                 PIC  9(005) VALUE 0.
           05 LINHA-TELA                PIC  9(002) VALUE 0.
           05 EXPORTA                   PIC  9(001) VALUE 0.
              88 EXPORTA-ATIVA                      VALUE 1.
              10 LB-LOTE-E              PIC  X(050) VALUE
                 "CB128PCW.TXT".

       COPY CB232PCW.
       COPY CB233PCW.

       SCREEN SECTION.

       01  TELA-FILTROS.
                        LINE 22 COLUMN 03
           END-IF

           IF   RESTRITOS NOT = 0
                DISPLAY RESTRITOS LINE 22 COLUMN 40
                        " restrito(s) ao perfil" LINE 22 COLUMN 46
           END-IF

           DISPLAY ACHADOS LINE 23 COLUMN 03
                   " movimento(s) - tecle algo" LINE 23 COLUMN 09
           ACCEPT TECLA LINE 23 COLUMN 40.
                END-IF
           END-IF

      *    Fora do escopo de dados do perfil o movimento nao e
      *    exibido nem exportado; so entra na contagem de restritos

           MOVE CBMVMS-COD-RED      TO CB232PCW-COD-RED
           MOVE 0                   TO CB232PCW-CLASSE
           MOVE CBMVMS-CENTRO-CUSTO TO CB232PCW-CENTRO-CUSTO
           CALL "CB232PCW"       USING PARAMETROS-CB232PCW
           IF   CB232PCW-RESTRITO
                ADD 1 TO RESTRITOS
                GO TO 210-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB128PCW"          TO CB233PCW-PROGRAMA
           MOVE CBMVMS-COD-RED      TO CB233PCW-COD-RED
           MOVE CBMVMS-CENTRO-CUSTO TO CB233PCW-CENTRO-DE
                                       CB233PCW-CENTRO-ATE
           MOVE REFERENCIA-CORRENTE TO CB233PCW-REFERENCIA
           CALL "CB233PCW"       USING PARAMETROS-CB233PCW

           ADD 1 TO ACHADOS LINHA-TELA
           IF   LINHA-TELA > 21
                DISPLAY "Tecle para mais..." LINE 23 COLUMN 03
