      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO RECEBNF.txt
      *           (ITENS RECEBIDOS POR NOTA DE FORNECEDOR) - GRAVADO
      *           PELO ESTRECEB A CADA PRODUTO QUE ENTRA NO SALDO E
      *           LIDO PELA CONFERENCIA DA FATURA (CPCONFER) COMO A
      *           QUANTIDADE EFETIVAMENTE RECEBIDA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: QUANTIDADE NA UNIDADE BASE DA FICHA (EMBALAGEM
      *              JA CONVERTIDA); RCB-PEDIDO ZERADO = RECEBIDO SEM
      *              PEDIDO OU PEDIDO RECUSADO NA HORA
      * 15/10/2026 JV - INCLUIDO O LOTE DO PERECIVEL (RCB-LOTE), QUE
      *                 AMARRA O LOTE AO FORNECEDOR NO SCORECARD
      *                 (FORSCORE); LINHA GRAVADA ANTES DISSO LE O
      *                 LOTE EM BRANCO
      ******************************************************************
       01  REG-RECEBNF.
           05 RCB-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 RCB-FORNECEDOR  PIC 9(04).
           05 FILLER          PIC X(01).
           05 RCB-NOTA        PIC 9(09).
           05 FILLER          PIC X(01).
           05 RCB-PEDIDO      PIC 9(06).
           05 FILLER          PIC X(01).
           05 RCB-PRODUTO     PIC 9(04).
           05 FILLER          PIC X(01).
           05 RCB-QTD         PIC 9(05).
           05 FILLER          PIC X(01).
           05 RCB-CUSTO       PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 RCB-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 RCB-LOTE        PIC X(10).
