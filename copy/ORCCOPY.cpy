      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO DE ORCAMENTOS
      *           (ORCAMENT.DAT, INDEXADO POR NUMERO + LINHA): A LINHA
      *           000 E O CABECALHO (CLIENTE DO CLIENTES.DAT, VALIDADE,
      *           CONDICAO DE PAGAMENTO DO CONDPAG.txt, SITUACAO) E AS
      *           LINHAS 001 EM DIANTE SAO OS ITENS COM O PRECO DO DIA
      *           DO ORCAMENTO (PRECODIA). EMITIDO NO ORCMANT,
      *           CONVERTIDO EM NOTA PELO ORCCONV OU EM VENDA NO CAIXA
      *           (EXCBL18, TIPO "O") E LISTADO NO ORCREL
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VENCIDO NAO E SITUACAO GRAVADA - E O ORCAMENTO
      *              ABERTO COM A VALIDADE ANTERIOR A HOJE. NA
      *              CONVERSAO O CABECALHO GUARDA O DESTINO ("N" NOTA,
      *              "V" VENDA NO CAIXA), A DATA E O DOCUMENTO GERADO
      *              (NUMERO DA NOTA OU DO CUPOM)
      ******************************************************************
       01  REG-ORCAMENT.
           05 ORC-CHAVE.
              10 ORC-NUMERO     PIC 9(06).
              10 ORC-LINHA      PIC 9(03).
           05 ORC-DADOS         PIC X(60).
           05 ORC-CABECALHO REDEFINES ORC-DADOS.
              10 ORC-CLIENTE    PIC 9(04).
              10 ORC-DATA       PIC 9(08).
              10 ORC-VALIDADE   PIC 9(08).
              10 ORC-CONDPAG    PIC 9(02).
              10 ORC-TOTAL      PIC 9(09)V99.
              10 ORC-SITUACAO   PIC X(01).
                 88 ORC-ABERTO          VALUE "A".
                 88 ORC-CONVERTIDO      VALUE "C".
                 88 ORC-CANCELADO       VALUE "X".
              10 ORC-DESTINO    PIC X(01).
                 88 ORC-DEST-NOTA       VALUE "N".
                 88 ORC-DEST-CAIXA      VALUE "V".
              10 ORC-DATA-CONV  PIC 9(08).
              10 ORC-DOCUMENTO  PIC 9(06).
              10 ORC-OPERADOR   PIC X(08).
              10 FILLER         PIC X(03).
           05 ORC-ITEM REDEFINES ORC-DADOS.
              10 ORC-PRODUTO    PIC 9(04).
              10 ORC-DESCRICAO  PIC X(20).
              10 ORC-QTD        PIC 9(05).
              10 ORC-PRECO      PIC 9(05)V99.
              10 ORC-VALOR      PIC 9(09)V99.
              10 FILLER         PIC X(13).
