      *              EXTRAS - FALTAS, COMO NO BASE6/FOLHABCO); BASE
      *              DO IRRF = BRUTO - INSS. DESLIGADO FICA FORA,
      *              IGUAL A FOLHA E A REMESSA
      * 15/10/2026 JV - COMPRAS DO FUNCIONARIO NA LOJA NO MES
      *                 (FOLHAVAR) SAEM EM DESCONTOS E ABATEM O
      *                 LIQUIDO, LIMITADAS A ELE - O EXTRATO DAS
      *                 COMPRAS QUE FORMAM O VALOR E O CONSEXT
      * 15/10/2026 JV - ENCARGOS DA EMPRESA (FOLHAENC) SAEM NO FIM
      *                 COMO INFORMATIVO: FGTS DO MES COM A BASE, INSS
      *                 DA EMPRESA E TERCEIROS - NAO MEXEM NO LIQUIDO
      * 15/10/2026 JV - ADIANTAMENTO QUINZENAL DO MES (FOLHAADT,
      *                 MODULO ADTCONS) SAI EM DESCONTOS E ABATE O
      *                 LIQUIDO ANTES DAS COMPRAS NA LOJA
      * 15/10/2026 JV - DEPENDENTES DO IRRF (MODULO DEPCONT) ABATIDOS
      *                 DA BASE DO IRRF PELO FOLHACAL; O HOLERITE
      *                 MOSTRA A QUANTIDADE E A DEDUCAO ABAIXO DO IRRF
      * 15/10/2026 JV - COMISSAO DO MES SOBRE AS VENDAS (FOLHAVAR,
      *                 COMISFOL DO COMISSAO) SAI EM VENCIMENTOS
      * 15/10/2026 JV - PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E
      *                 NO VALE-REFEICAO (FOLHAVAR, BENEF DO
      *                 BENEFMES) SAI NOS DESCONTOS, DEPOIS DAS
      *                 COMPRAS NA LOJA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
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
       77  WRK-INSS       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BASE-IRRF  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC    PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP    PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP PIC 9(06)V99 VALUE ZEROS.

      *-------------- ENCARGOS DA EMPRESA (MODULO FOLHAENC) ----------
       77  WRK-FGTS       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-EMP   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TERCEIROS  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-ENC     PIC X(01) VALUE "N".
           88 WRK-ENCARGOS-OK       VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-HOLERITES PIC 9(04) VALUE ZEROS.
      *--------------------------------------------------------------
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
              MOVE ZEROS     TO WRK-INSS WRK-IRRF
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
           COMPUTE WRK-BASE-IRRF = WRK-BRUTO - WRK-INSS
                                 - WRK-DEDUCAO-DEP.
           CALL "FOLHAENC" USING WRK-BRUTO WRK-FGTS WRK-INSS-EMP
                                  WRK-TERCEIROS WRK-SW-ENC.

      *-------- UMA PAGINA POR FUNCIONARIO (QUEBRA "P" DO RELPRINT)
           IF WRK-ACUM-HOLERITES GREATER ZEROS
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.
           IF WRK-VLR-COMISSAO GREATER ZEROS
              MOVE WRK-VLR-COMISSAO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  COMISSAO SOBRE VENDAS... " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "DESCONTOS:" TO WRK-REL-LINHA.
                  INTO WRK-REL-LINHA.
           PERFORM 0220-MANDAR-LINHA.

      *-------- DEPENDENTES (DEPCONT) JA ABATIDOS DA BASE DO IRRF
           IF WRK-QTD-DEP GREATER ZEROS
              MOVE WRK-DEDUCAO-DEP TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "    DEPENDENTES IRRF...... " DELIMITED BY SIZE
                     WRK-QTD-DEP DELIMITED BY SIZE
                     " - DEDUCAO " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

           IF WRK-ADIANT-DESC GREATER ZEROS
              MOVE WRK-ADIANT-DESC TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  ADIANTAMENTO QUINZENAL.. " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

           IF WRK-CONSUMO-DESC GREATER ZEROS
              MOVE WRK-CONSUMO-DESC TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  COMPRAS NA LOJA......... " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

           IF WRK-BENEFICIO-DESC GREATER ZEROS
              MOVE WRK-BENEFICIO-DESC TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  VALE-TRANSP./REFEICAO... " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

           MOVE WRK-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "BRUTO DO MES.............. " DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0220-MANDAR-LINHA.

      *-------- ENCARGOS DA EMPRESA: SO INFORMATIVOS, NAO DESCONTAM
           IF WRK-ENCARGOS-OK
              MOVE SPACES TO WRK-REL-LINHA
              MOVE "INFORMATIVO (ENCARGOS DA EMPRESA, NAO DESCONTADOS):"
                TO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
              MOVE WRK-FGTS  TO WRK-VALOR-ED
              MOVE WRK-BRUTO TO WRK-BASE-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  FGTS DO MES............. " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     " (BASE " DELIMITED BY SIZE
                     WRK-BASE-ED DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
              MOVE WRK-INSS-EMP TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  INSS DA EMPRESA......... " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
              MOVE WRK-TERCEIROS TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  TERCEIROS / RAT......... " DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0220-MANDAR-LINHA
           END-IF.

       0220-MANDAR-LINHA            SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
