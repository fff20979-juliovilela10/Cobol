      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO FATFORN.txt
      *           (FATURAS DE FORNECEDOR E NOTAS DE CREDITO) - CADA
      *           LINHA DA FATURA DIGITADA NO CPFATURA VIRA UM
      *           REGISTRO "F" (PEDIDO, PRODUTO, QUANTIDADE E PRECO
      *           FATURADOS) E CADA NOTA DE CREDITO DO FORNECEDOR UM
      *           REGISTRO "C" COM O VALOR ABATIDO DO TITULO; A
      *           CONFERENCIA (CPCONFER) CASA AS LINHAS "F" COM O
      *           PEDIDO (PEDCOMP.DAT) E O RECEBIMENTO (RECEBNF.txt)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: FTF-NOTA E A NOTA DO FORNECEDOR, A MESMA CHAVE
      *              DO TITULO NO CONTASPAG.DAT; NO REGISTRO "C" SO
      *              VALEM FTF-VALOR E FTF-NOTA-CRED (NUMERO DA NOTA
      *              DE CREDITO), OS DEMAIS VEM ZERADOS
      ******************************************************************
       01  REG-FATFORN.
           05 FTF-TIPO        PIC X(01).
              88 FTF-ITEM            VALUE "F".
              88 FTF-CREDITO         VALUE "C".
           05 FILLER          PIC X(01).
           05 FTF-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 FTF-FORNECEDOR  PIC 9(04).
           05 FILLER          PIC X(01).
           05 FTF-NOTA        PIC 9(09).
           05 FILLER          PIC X(01).
           05 FTF-PEDIDO      PIC 9(06).
           05 FILLER          PIC X(01).
           05 FTF-PRODUTO     PIC 9(04).
           05 FILLER          PIC X(01).
           05 FTF-QTD         PIC 9(05).
           05 FILLER          PIC X(01).
           05 FTF-PRECO       PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 FTF-VALOR       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 FTF-NOTA-CRED   PIC 9(09).
           05 FILLER          PIC X(01).
           05 FTF-OPERADOR    PIC X(08).
