      * OBSERVAÇÕES: UM PEDIDO POR PRODUTO, COMO A LISTA DE
      *              REPOSICAO DO ESTREPO; PED-FORNECEDOR E O
      *              FOR-CODIGO DO FORNECED.DAT
      * 15/10/2026 JV - INCLUIDO O PRECO UNITARIO COMBINADO COM O
      *                 FORNECEDOR (PED-PRECO), BASE DA CONFERENCIA DA
      *                 FATURA (CPCONFER); COMO O REGISTRO CRESCEU, O
      *                 ARQUIVO NO LAYOUT ANTIGO NAO ABRE MAIS (FILE
      *                 STATUS 39) - CONVERTER UMA VEZ PELO PEDCONV
      *                 (RENOMEAR PARA PEDCOMP.ANT E RODAR)
      ******************************************************************
       01  REG-PEDCOMP.
           05 PED-NUMERO      PIC 9(06).
              88 PED-PENDENTE        VALUE "P".
              88 PED-RECEBIDO        VALUE "R".
              88 PED-CANCELADO       VALUE "C".
           05 PED-PRECO       PIC 9(05)V99.
