      * OBSERVAÇÕES: SALDO NEGATIVO ENTRA COM VALOR NEGATIVO E SAI
      *              DESTACADO; FICHA COM CUSTO ZERADO E APONTADA,
      *              POIS SUBAVALIA O TOTAL
      * 15/10/2026 JV - STOP RUN VIRA GOBACK E O ERRO DE ABERTURA
      *                 DEVOLVE RETURN-CODE 16, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT ESTOQUE.
                                WRK-ERRLOG-ARQUIVO
                                FS-ESTOQUE.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
