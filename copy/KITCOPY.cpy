      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO KITS.DAT
      *           (COMPOSICAO DOS KITS - CESTA BASICA, COMBOS -
      *           INDEXADO POR KIT + COMPONENTE): O KIT E UM PRODUTO
      *           DO CADASTRO COM PRECO PROPRIO E SEM FICHA DE
      *           ESTOQUE; CADA LINHA DIZ QUANTAS UNIDADES DE UM
      *           PRODUTO COMPONENTE SAEM POR KIT. MANTIDO NO
      *           KITMANT, USADO NA BAIXA DO CAIXA (EXCBL18) E NO
      *           CUSTO DO KIT (ESTMARG)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: UM PRODUTO E KIT QUANDO TEM AO MENOS UMA LINHA
      *              AQUI; COMPONENTE NAO PODE SER OUTRO KIT
      ******************************************************************
       01  REG-KITS.
           05 KIT-CHAVE.
              10 KIT-CODIGO     PIC 9(04).
              10 KIT-COMPONENTE PIC 9(04).
           05 KIT-QTD           PIC 9(03).
