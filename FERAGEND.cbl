      *              (8, 2 DECIMAIS), SEPARADOS POR UM ESPACO; FIM =
      *              INICIO + DIAS - 1 (MODULO DATAADD); MAXIMO DE
      *              30 DIAS POR PERIODO
      * 15/10/2026 JV - IRRF DAS FERIAS COM A DEDUCAO DOS DEPENDENTES
      *                 (MODULO DEPCONT) NA DATA DE INICIO DAS FERIAS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-LIQUIDO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC       PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99.

      *-------------------- ACUMULADORES --------------------
      *-------- DE DESCONTO DE SEMPRE (FOLHACAL)
           COMPUTE WRK-BASE-FERIAS ROUNDED
                 = WRK-SALARIO-FUNC + WRK-SALARIO-FUNC / 3.
           CALL "DEPCONT" USING WRK-CODIGO WRK-INICIO WRK-QTD-DEP.
           CALL "FOLHACAL" USING WRK-BASE-FERIAS WRK-INSS WRK-IRRF
                                  WRK-LIQUIDO WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BASE-FERIAS TO WRK-LIQUIDO
           END-IF.
