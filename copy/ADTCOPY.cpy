      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ADIANTAMENTO QUINZENAL
      *           (ADIANT_AAAAMM.txt, UM ARQUIVO POR COMPETENCIA),
      *           GRAVADO PELO FOLHAADT JUNTO COM A REMESSA DO DIA 20,
      *           SOMADO PELO ADTCONS PARA O DESCONTO NA FOLHA DO FIM
      *           DO MES (BASE6, FOLHABCO, HOLERITE, FOLHARES) E
      *           CONFERIDO CONTRA O FOLHAHIS PELO ADTCONC
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O MES DO ARQUIVO E A COMPETENCIA DO DESCONTO;
      *              RODADA REPETIDA DO FOLHAADT REGRAVA O MES INTEIRO
      ******************************************************************
       01  REG-ADIANT.
           05 ADT-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-NOME        PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-SALARIO     PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-PERCENTUAL  PIC 9(02)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-VALOR       PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ADT-DATA        PIC 9(08).
