      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DA COMISSAO PARA A FOLHA
      *           (COMISFOL_AAAAMM.txt, UM ARQUIVO POR COMPETENCIA),
      *           GRAVADO PELO COMISSAO COM A COMISSAO DE CADA
      *           OPERADOR VINCULADO A UM FUNCIONARIO (OPERFUNC.txt,
      *           MANTIDO PELO OPERMANT) E SOMADO PELO FOLHAVAR NA
      *           PARTE VARIAVEL DO MES
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RODADA REPETIDA DO COMISSAO REGRAVA O MES
      *              INTEIRO; FUNCIONARIO COM MAIS DE UM OPERADOR TEM
      *              UMA LINHA POR OPERADOR
      ******************************************************************
       01  REG-COMISFOL.
           05 CMS-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CMS-CODIGO-FUNC PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CMS-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CMS-VALOR       PIC 9(07)V99.
