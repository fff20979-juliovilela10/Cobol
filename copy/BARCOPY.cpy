      * DATA: 02/09/2026
      * OBSERVAÇÕES: VARIOS EAN PODEM APONTAR PARA O MESMO
      *              PROD-CODIGO (CAIXA, FARDO, UNIDADE)
      * 15/10/2026 JV - INCLUIDA A QUANTIDADE DA EMBALAGEM DO EAN
      *                 (BAR-QTD-EMB, UNIDADES DO PRODUTO CONTIDAS NA
      *                 CAIXA/FARDO), MANTIDA NO PRODMANT: O CAIXA, O
      *                 RECEBIMENTO E A CONTAGEM DE INVENTARIO
      *                 CONVERTEM O BIPE PARA A UNIDADE BASE; ZEROS
      *                 VALE COMO 1. O REGISTRO MUDOU DE TAMANHO: A
      *                 IMPLANTACAO EXIGE A CONVERSAO PELO BARCONV
      *                 (RENOMEAR PARA BARRAS.ANT E RODAR UMA VEZ)
      ******************************************************************
       01  REG-BARRAS.
           05 BAR-EAN        PIC 9(13).
           05 BAR-PRODUTO    PIC 9(04).
           05 BAR-QTD-EMB    PIC 9(04).
