      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO FRETE FATURADO NA NOTA
      *           (NFFRETE.txt): UMA LINHA POR NOTA FECHADA NO EXCBL23
      *           COM REGISTRO DE FRETE, LIGANDO A NOTA A COTACAO DO
      *           FRETELOG DE ONDE SAIU O VALOR (DATA + PRODUTO DA
      *           COTACAO, A MESMA CHAVE QUE O FRETCONF USA PARA A
      *           FATURA DA TRANSPORTADORA). LIDO PELO LIVRO DE
      *           APURACAO (ICMSLIV) E PELA AUDITORIA DE FRETE
      *           (FRETAUD), QUE COMPARA O FRETE FATURADO COM O PAGO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ORIGEM DO VALOR:
      *                C = COTACAO DO EXCBL16 ACHADA NO FRETELOG
      *                T = COTADO NO FECHAMENTO DA NOTA PELO TABFRETE
      *                    (A COTACAO ENTRA NO FRETELOG COM O PRODUTO
      *                    "NF nnnnnn SERIE sss")
      *              NFF-VALOR E O VALOR DAS MERCADORIAS, SEM O FRETE
      ******************************************************************
       01  REG-NFFRETE.
           05 NFF-DATA         PIC 9(08).
           05 FILLER           PIC X(01).
           05 NFF-SERIE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 NFF-NF           PIC 9(06).
           05 FILLER           PIC X(01).
           05 NFF-CLIENTE      PIC 9(04).
           05 FILLER           PIC X(01).
           05 NFF-UF           PIC X(02).
           05 FILLER           PIC X(01).
           05 NFF-TRANSP       PIC 9(04).
           05 FILLER           PIC X(01).
           05 NFF-VALOR        PIC 9(09)V99.
           05 FILLER           PIC X(01).
           05 NFF-FRETE        PIC 9(08)V99.
           05 FILLER           PIC X(01).
           05 NFF-ORIGEM       PIC X(01).
              88 NFF-DA-COTACAO       VALUE "C".
              88 NFF-COTADO-NA-NOTA   VALUE "T".
           05 FILLER           PIC X(01).
           05 NFF-COT-DATA     PIC 9(08).
           05 FILLER           PIC X(01).
           05 NFF-COT-PRODUTO  PIC X(30).
