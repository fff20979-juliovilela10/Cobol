      * DATA: 02/09/2026
      * OBSERVAÇÕES: AS FAIXAS SAO CORTADAS PELAS DATAS HOJE+7 E
      *              HOJE+30 (MODULO DATAADD)
      * 15/10/2026 JV - TITULO RETIDO NA CONFERENCIA DA FATURA
      *                 (CPCONFER) FICA FORA DA AGENDA, SO CONTADO A
      *                 PARTE NO RESUMO
      * 15/10/2026 JV - STOP RUN VIRA GOBACK E O ERRO DE ABERTURA
      *                 DEVOLVE RETURN-CODE 16, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ABERTOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ABERTO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-RETIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RETIDO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-SEMANA    PIC 9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                   ADD CP-VALOR TO WRK-TOT-ABERTO
                   PERFORM 0210-CLASSIFICAR-TITULO
                END-IF
      *-------- RETIDO NA CONFERENCIA DA FATURA (CPCONFER) NAO ENTRA
      *-------- NA AGENDA - SO E CONTADO A PARTE
                IF CP-RETIDO
                   ADD 1 TO WRK-ACUM-RETIDOS
                   ADD CP-VALOR TO WRK-TOT-RETIDO
                END-IF
                READ CONTASPAG
             END-PERFORM.

           MOVE WRK-TOT-SEMANA TO WRK-VALOR-ED.
           DISPLAY "CAIXA NECESSARIO NA SEMANA (VENCIDO + 7 DIAS): "
                   WRK-VALOR-ED.
           MOVE WRK-TOT-RETIDO TO WRK-VALOR-ED.
           DISPLAY "RETIDOS NA CONFERENCIA.. " WRK-ACUM-RETIDOS
                   " - VALOR " WRK-VALOR-ED.
           DISPLAY "(FORA DA AGENDA ATE A LIBERACAO - CPRETREL)".
           DISPLAY "=========================================".
           CLOSE CONTASPAG.
           IF FS-FORNECED EQUAL 00
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASPAG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
