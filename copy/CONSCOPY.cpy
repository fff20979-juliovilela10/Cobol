      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO LIVRO DE COMPRAS DE
      *           FUNCIONARIO DESCONTADAS EM FOLHA (CONSFUNC_AAAAMM.txt,
      *           UM ARQUIVO POR MES), GRAVADO PELO CAIXA (EXCBL18) NA
      *           VENDA E NO ESTORNO PAGOS COM "F", CONFERIDO PELO
      *           CONSCHK (TETO DO MES), SOMADO PELO FOLHAVAR PARA O
      *           DESCONTO DA FOLHA E LISTADO NO EXTRATO (CONSEXT)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CSF-TIPO "V" = COMPRA, "E" = ESTORNO DE COMPRA
      *              (ABATE DO MES); O MES DO ARQUIVO E A COMPETENCIA
      *              DO DESCONTO
      ******************************************************************
       01  REG-CONSFUNC.
           05 CSF-FUNCIONARIO PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-DATA        PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-HORA        PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-LOJA        PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-CUPOM       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-CODPROD     PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-PRODUTO     PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-QTD         PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-VALOR       PIC 9(05)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-TIPO        PIC X(01).
              88 CSF-TIPO-COMPRA       VALUE "V".
              88 CSF-TIPO-ESTORNO      VALUE "E".
           05 FILLER          PIC X(01) VALUE SPACES.
           05 CSF-OPERADOR    PIC X(08).
