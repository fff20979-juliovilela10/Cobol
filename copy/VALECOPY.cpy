      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO DE VALES-
      *           PRESENTE (VALEPRES.DAT, INDEXADO PELO NUMERO DO
      *           VALE): EMITIDO NO CAIXA (EXCBL18) COMO PRODUTO
      *           RESERVADO, ACEITO DEPOIS COMO MEIO DE PAGAMENTO COM
      *           RESGATE PARCIAL, E LISTADO NO RELATORIO DE SALDOS
      *           EM ABERTO (VALEREL) PARA A CONTABILIDADE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: STATUS "A" = ATIVO (COM SALDO), "U" = UTILIZADO
      *              (SALDO ZERADO NO RESGATE), "C" = CANCELADO PELO
      *              ESTORNO DA EMISSAO. VALE VENCIDO CONTINUA "A" -
      *              O VENCIMENTO E SEMPRE CONFERIDO PELA DATA
      ******************************************************************
       01  REG-VALEPRES.
           05 VP-NUMERO       PIC 9(08).
           05 VP-VALOR-EMISSAO PIC 9(05)V99.
           05 VP-SALDO        PIC 9(05)V99.
           05 VP-DATA-EMISSAO PIC 9(08).
           05 VP-VALIDADE     PIC 9(08).
           05 VP-STATUS       PIC X(01).
              88 VP-ATIVO              VALUE "A".
              88 VP-UTILIZADO          VALUE "U".
              88 VP-CANCELADO          VALUE "C".
           05 VP-LOJA         PIC 9(02).
           05 VP-OPERADOR     PIC X(08).
           05 VP-CUPOM        PIC 9(06).
           05 VP-DATA-ULT-MOV PIC 9(08).
