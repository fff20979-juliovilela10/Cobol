      *              DESLIGAMENTO CONTA A PARTIR DO DIA 15.
      *              DESLIGADO DE ANO ANTERIOR FICA FORA; DESLIGADO
      *              DO ANO ENTRA COM OS AVOS ATE O DESLIGAMENTO
      * 15/10/2026 JV - IRRF DA PARCELA 2 COM A DEDUCAO DOS
      *                 DEPENDENTES (MODULO DEPCONT)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-VALOR-PAGAR   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SW-CALC       PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP   PIC 9(06)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-REMETIDOS PIC 9(06) VALUE ZEROS.
           IF WRK-PARCELA-1
              MOVE WRK-PARCELA-UM TO WRK-VALOR-PAGAR
           ELSE
              CALL "DEPCONT" USING REG-CODIGO WRK-AAAAMMDD WRK-QTD-DEP
              CALL "FOLHACAL" USING WRK-BRUTO-13 WRK-INSS WRK-IRRF
                                     WRK-LIQUIDO-CHEIO WRK-SW-CALC
                                     WRK-QTD-DEP WRK-DEDUCAO-DEP
              IF NOT WRK-CALCULO-OK
                 MOVE WRK-BRUTO-13 TO WRK-LIQUIDO-CHEIO
              END-IF
