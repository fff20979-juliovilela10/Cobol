      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO LOTPERDA.txt
      *           (PERDA POR VALIDADE POR LOTE) - GRAVADO PELO
      *           LOTBAIXA A CADA LOTE VENCIDO BAIXADO, COM O CUSTO
      *           MEDIO DA FICHA NA HORA DA BAIXA; LIDO PELO
      *           SCORECARD DE FORNECEDORES (FORSCORE), QUE ACHA O
      *           FORNECEDOR DO LOTE NO RECEBNF.txt
      * DATA: 15/10/2026
      * OBSERVAÇÕES: QUANTIDADE NA UNIDADE BASE DA FICHA; O VALOR
      *              DA PERDA E LPR-QTD X LPR-CUSTO
      ******************************************************************
       01  REG-LOTPERDA.
           05 LPR-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LPR-PRODUTO     PIC 9(04).
           05 FILLER          PIC X(01).
           05 LPR-LOTE        PIC X(10).
           05 FILLER          PIC X(01).
           05 LPR-VALIDADE    PIC 9(08).
           05 FILLER          PIC X(01).
           05 LPR-QTD         PIC 9(05).
           05 FILLER          PIC X(01).
           05 LPR-CUSTO       PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 LPR-OPERADOR    PIC X(08).
