      *              NOVO NO FIM DO ARQUIVO; A CONSULTA MOSTRA TODAS
      *              AS LINHAS NA ORDEM GRAVADA - A ULTIMA DE CADA
      *              COMPETENCIA E A QUE VALE
      * 15/10/2026 JV - MOSTRA O DESCONTO DAS COMPRAS NA LOJA
      *                 (FHI-CONSUMO, NO FIM DO REGISTRO); REGISTRO
      *                 ANTIGO SEM O CAMPO VALE COMO ZERO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 FHI-HE100       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-FALTAS      PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-CONSUMO     PIC 9(06)V99.


       WORKING-STORAGE            SECTION.
              MOVE FHI-FALTAS TO WRK-VAR-ED
              DISPLAY "   FALTAS " WRK-VAR-ED
           END-IF.
           IF FHI-CONSUMO NUMERIC AND FHI-CONSUMO GREATER ZEROS
              MOVE FHI-CONSUMO TO WRK-VAR-ED
              DISPLAY "   COMPRAS NA LOJA " WRK-VAR-ED
           END-IF.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
