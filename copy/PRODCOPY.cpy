      *           MANUTENCAO (PRODMANT) E PELA VENDA (EXCBL18)
      * DATA: 22/08/2026
      * OBSERVAÇÕES:
      * 15/10/2026 JV - INCLUIDA A CATEGORIA DO PRODUTO (PROD-CATEGORIA,
      *                 CADASTRO CATEGORIA.DAT DO CATMANT), INFORMADA
      *                 NO PRODMANT; 000 = SEM CATEGORIA. O REGISTRO
      *                 MUDOU DE TAMANHO: A IMPLANTACAO EXIGE A
      *                 CONVERSAO PELO PRODCONV (RENOMEAR PARA
      *                 PRODUTOS.ANT E RODAR)
      ******************************************************************
       01  REG-PRODUTOS.
           05 PROD-CODIGO    PIC 9(04).
           05 PROD-DESCRICAO PIC X(20).
           05 PROD-PRECO     PIC 9(05)V99.
           05 PROD-CATEGORIA PIC 9(03).
