      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO DEVFORN.txt
      *           (DEVOLUCAO DE COMPRA AO FORNECEDOR) - UMA LINHA POR
      *           ITEM DEVOLVIDO, GRAVADA PELO ESTDEVOL CONTRA A NOTA
      *           DE RECEBIMENTO ORIGINAL (RECEBNF.txt); LIDA DE VOLTA
      *           PELO PROPRIO ESTDEVOL (SALDO AINDA DEVOLVIVEL DA
      *           NOTA) E PELO SCORECARD DE FORNECEDORES (FORSCORE)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: QUANTIDADE NA UNIDADE BASE DA FICHA; DEV-CUSTO E
      *              O CUSTO UNITARIO DO RECEBIMENTO, ENTAO O VALOR
      *              DEVOLVIDO E DEV-QTD X DEV-CUSTO
      ******************************************************************
       01  REG-DEVFORN.
           05 DEV-NUMERO      PIC 9(06).
           05 FILLER          PIC X(01).
           05 DEV-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 DEV-FORNECEDOR  PIC 9(04).
           05 FILLER          PIC X(01).
           05 DEV-NOTA        PIC 9(09).
           05 FILLER          PIC X(01).
           05 DEV-PRODUTO     PIC 9(04).
           05 FILLER          PIC X(01).
           05 DEV-LOTE        PIC X(10).
           05 FILLER          PIC X(01).
           05 DEV-QTD         PIC 9(05).
           05 FILLER          PIC X(01).
           05 DEV-CUSTO       PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 DEV-MOTIVO      PIC X(01).
              88 DEV-AVARIA          VALUE "A".
              88 DEV-LOTE-RECUSADO   VALUE "L".
              88 DEV-OUTROS          VALUE "O".
           05 FILLER          PIC X(01).
           05 DEV-OPERADOR    PIC X(08).
