      *              OU "-") DIZ PARA QUE LADO O SALDO ANDOU, ENTAO
      *              A SOMA DAS LINHAS DE UM PRODUTO RECONSTROI O
      *              SALDO DESDE A IMPLANTACAO DO LIVRO
      * 15/10/2026 JV - LNK-QTD E SEMPRE NA UNIDADE BASE DA FICHA: O
      *                 CAIXA, O RECEBIMENTO E A CONTAGEM CONVERTEM O
      *                 EAN DE EMBALAGEM (BAR-QTD-EMB) ANTES DE
      *                 CHAMAR, PARA O LIVRO CONTINUAR RECONSTRUINDO O
      *                 EST-SALDO
      * 15/10/2026 JV - VENDA E ESTORNO DE KIT (EXCBL18) GERAM UMA
      *                 LINHA "VEN"/"EST" POR COMPONENTE, COM O CODIGO
      *                 DO KIT NO DOCUMENTO
      * 15/10/2026 JV - TIPO "ABE" SALDO DE ABERTURA: GRAVADO SO PELO
      *                 LOGARQ NA VIRADA DO ANO, UMA LINHA POR PRODUTO
      *                 NO INICIO DO LOG VIVO, DATADA DE 01/01,
      *                 COM O SALDO DE TUDO QUE FOI PARA O ARQUIVO DO
      *                 ANO (ESTMOV_AAAA.txt) - A SOMA CONTINUA FECHANDO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
