      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO CADASTRO DE
      *           DEPARTAMENTOS E CATEGORIAS DE PRODUTO (CATEGORIA.DAT,
      *           INDEXADO POR TIPO + CODIGO), MANTIDO PELO CATMANT;
      *           CADA PRODUTO APONTA PARA UMA CATEGORIA (PROD-CATEGORIA
      *           NO PRODCOPY) E CADA CATEGORIA PARA UM DEPARTAMENTO -
      *           E A ARVORE DOS RELATORIOS POR CATEGORIA (CATREL)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: TIPO "D" = DEPARTAMENTO (CAT-DEPTO NAO SE APLICA,
      *              FICA ZERO); TIPO "C" = CATEGORIA, COM CAT-DEPTO
      *              APONTANDO PARA UM DEPARTAMENTO CADASTRADO.
      *              CATEGORIA 000 E RESERVADA: PRODUTO SEM CATEGORIA
      ******************************************************************
       01  REG-CATEGORIA.
           05 CAT-CHAVE.
              10 CAT-TIPO        PIC X(01).
                 88 CAT-DEPARTAMENTO    VALUE "D".
                 88 CAT-CATEGORIA       VALUE "C".
              10 CAT-CODIGO      PIC 9(03).
           05 CAT-DESCRICAO      PIC X(20).
           05 CAT-DEPTO          PIC 9(03).
