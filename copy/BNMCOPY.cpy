      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DOS BENEFICIOS DO MES
      *           (BENEF_AAAAMM.txt, UM ARQUIVO POR COMPETENCIA),
      *           GRAVADO PELO BENEFMES COM OS DIAS DE USO, A COMPRA E
      *           A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E NO
      *           VALE-REFEICAO; O FOLHAVAR SOMA AS DUAS PARTES NO
      *           DESCONTO DA FOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RODADA REPETIDA DO BENEFMES REGRAVA O MES
      *              INTEIRO; UMA LINHA POR FUNCIONARIO COM BENEFICIO
      ******************************************************************
       01  REG-BENEFMES.
           05 BNM-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-CODIGO-FUNC PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-DIAS        PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-COMPRA-VT   PIC 9(05)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-DESC-VT     PIC 9(05)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-COMPRA-VR   PIC 9(05)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNM-DESC-VR     PIC 9(05)V99.
