      *                 NO MES DA REMESSA ENTRAM COMO DETALHES
      *                 ADICIONAIS, PELO LIQUIDO (SALARIO + 1/3 COM
      *                 OS DESCONTOS) JA CALCULADO NO AGENDAMENTO
      * 15/10/2026 JV - COMPRAS DO FUNCIONARIO NA LOJA NO MES
      *                 (FOLHAVAR) SAEM DO LIQUIDO REMETIDO, LIMITADAS
      *                 AO PROPRIO LIQUIDO, IGUAL AO HOLERITE
      * 15/10/2026 JV - ADIANTAMENTO QUINZENAL DO MES (FOLHAADT,
      *                 MODULO ADTCONS) SAI DO LIQUIDO REMETIDO ANTES
      *                 DAS COMPRAS NA LOJA, LIMITADO AO LIQUIDO
      * 15/10/2026 JV - DEPENDENTES DO FUNCIONARIO (MODULO DEPCONT)
      *                 DEDUZIDOS DA BASE DO IRRF, IGUAL A FOLHA
      * 15/10/2026 JV - COMISSAO DO MES DOS OPERADORES VINCULADOS
      *                 (FOLHAVAR) ENTRA NO BRUTO E NO LIQUIDO REMETIDO
      * 15/10/2026 JV - PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E
      *                 NO VALE-REFEICAO (FOLHAVAR, BENEF DO BENEFMES)
      *                 SAI DO LIQUIDO DEPOIS DAS COMPRAS NA LOJA
      * OBSERVAÇÕES: LAYOUT DA REMESSA: "H" + NOME DA EMPRESA (30) +
      *              CNPJ (14) + DATA DO PAGAMENTO (8); "D" + CODIGO
      *              (4) + NOME (20) + LIQUIDO (8, 2 DECIMAIS); "T" +
       77  WRK-VLR-HE100  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FALTAS PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-CONSUMO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CONSUMO-DESC PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BENEFICIO-DESC PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-ADIANT   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ADIANT-DESC  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC  PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP  PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP PIC 9(06)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-REMETIDOS PIC 9(06) VALUE ZEROS.
      *-------- PARTE VARIAVEL DO MES ANTES DAS TABELAS (FOLHAVAR)
           CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                  WRK-VLR-HE50 WRK-VLR-HE100
                                  WRK-VLR-FALTAS WRK-BRUTO
                                  WRK-VLR-CONSUMO
                                  WRK-VLR-COMISSAO
                                  WRK-VLR-BENEFICIO.
           CALL "DEPCONT" USING REG-CODIGO WRK-AAAAMMDD WRK-QTD-DEP.
           CALL "FOLHACAL" USING WRK-BRUTO WRK-INSS WRK-IRRF
                                  WRK-LIQUIDO WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BRUTO TO WRK-LIQUIDO
           END-IF.
      *-------- ADIANTAMENTO DO DIA 20 SAI PRIMEIRO, NUNCA ALEM DO
      *-------- LIQUIDO, IGUAL A FOLHA (BASE6)
           CALL "ADTCONS" USING WRK-AAAAMMDD(1:6) REG-CODIGO
                                 WRK-VLR-ADIANT.
           MOVE WRK-VLR-ADIANT TO WRK-ADIANT-DESC.
           IF WRK-ADIANT-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-ADIANT-DESC
           END-IF.
           SUBTRACT WRK-ADIANT-DESC FROM WRK-LIQUIDO.
      *-------- COMPRAS NA LOJA SAEM DO LIQUIDO, NUNCA ALEM DELE
           MOVE WRK-VLR-CONSUMO TO WRK-CONSUMO-DESC.
           IF WRK-CONSUMO-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-CONSUMO-DESC
           END-IF.
           SUBTRACT WRK-CONSUMO-DESC FROM WRK-LIQUIDO.
      *-------- PARTE DO FUNCIONARIO NO VT/VR, IGUAL A FOLHA (BASE6)
           MOVE WRK-VLR-BENEFICIO TO WRK-BENEFICIO-DESC.
           IF WRK-BENEFICIO-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-BENEFICIO-DESC
           END-IF.
           SUBTRACT WRK-BENEFICIO-DESC FROM WRK-LIQUIDO.
           ADD 1 TO WRK-ACUM-REMETIDOS.
           ADD WRK-LIQUIDO TO WRK-SOMA-LIQUIDO.

           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY "CODIGO " REG-CODIGO " " REG-NOME
                   " LIQUIDO " WRK-VALOR-ED.
           IF WRK-VLR-COMISSAO GREATER ZEROS
              MOVE WRK-VLR-COMISSAO TO WRK-VALOR-ED
              DISPLAY "       COMISSAO INCLUIDA NO BRUTO  "
                      WRK-VALOR-ED
           END-IF.
           IF WRK-CONSUMO-DESC GREATER ZEROS
              MOVE WRK-CONSUMO-DESC TO WRK-VALOR-ED
              DISPLAY "       COMPRAS NA LOJA DESCONTADAS "
                      WRK-VALOR-ED
           END-IF.
           IF WRK-BENEFICIO-DESC GREATER ZEROS
              MOVE WRK-BENEFICIO-DESC TO WRK-VALOR-ED
              DISPLAY "       VT/VR DESCONTADOS           "
                      WRK-VALOR-ED
           END-IF.
           IF WRK-ADIANT-DESC GREATER ZEROS
              MOVE WRK-ADIANT-DESC TO WRK-VALOR-ED
              DISPLAY "       ADIANTAMENTO DESCONTADO     "
                      WRK-VALOR-ED
           END-IF.

       0220-REMETER-FERIAS          SECTION.
      *--------------------------------------------------------------
