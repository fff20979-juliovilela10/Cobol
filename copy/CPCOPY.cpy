      * DATA: 02/09/2026
      * OBSERVAÇÕES: CP-FORNECEDOR E O FOR-CODIGO DO FORNECED.DAT;
      *              CP-NOTA E O NUMERO DA NOTA DO FORNECEDOR
      * 15/10/2026 JV - O TITULO PASSA A NASCER DA FATURA DO
      *                 FORNECEDOR (CPFATURA), NAO MAIS DO RECEBIMENTO,
      *                 NA SITUACAO "R" (RETIDO): SO VIRA "A" QUANDO A
      *                 CONFERENCIA PEDIDO X RECEBIMENTO X FATURA
      *                 (CPCONFER) FECHA NA TOLERANCIA OU UM SUPERVISOR
      *                 LIBERA (CPLIBERA); RETIDO FICA FORA DA BAIXA
      *                 (CPBAIXA) E DA AGENDA (CPAGING)
      ******************************************************************
       01  REG-CONTASPAG.
           05 CP-CHAVE.
              88 CP-ABERTO           VALUE "A".
              88 CP-LIQUIDADO        VALUE "L".
              88 CP-CANCELADO        VALUE "C".
              88 CP-RETIDO           VALUE "R".
           05 CP-DATA-PAGTO   PIC 9(08).
           05 CP-VALOR-PAGO   PIC 9(09)V99.
