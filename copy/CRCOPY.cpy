      *                 CONVERSAO DE UMA VEZ SO PELO CRCONV (RENOMEAR
      *                 PARA CONTASREC.ANT E RODAR), QUE APLICA A
      *                 REGRA DA PARCELA 01 VENCENDO NA EMISSAO
      * 15/10/2026 JV - INCLUIDA A SITUACAO "R" (RENEGOCIADO): A
      *                 PARCELA VENCIDA QUE ENTRA NUM ACORDO (CRACORDO)
      *                 NAO ESTA PAGA NEM CANCELADA, SAI DO AGING, DA
      *                 COBRANCA E DO SALDO, E A DIVIDA PASSA PARA AS
      *                 PARCELAS NOVAS DO ACORDO, LANCADAS COM O NUMERO
      *                 DO ACORDO (FAIXA 900001 EM DIANTE) NO LUGAR DA
      *                 NOTA; O VINCULO FICA NO ACORDOS.txt
      * 15/10/2026 JV - INCLUIDA A SITUACAO "P" (BAIXADO COMO PERDA,
      *                 CRPDD): SAI DO AGING, DA COBRANCA E DO SALDO;
      *                 CR-DATA-PAGTO GUARDA A DATA DA BAIXA POR
      *                 PERDA. SE O CLIENTE PAGAR DEPOIS (CRBAIXA/
      *                 CRRETOR), VIRA "L" E A RECUPERACAO VAI PARA O
      *                 PDDLOG.txt
      ******************************************************************
       01  REG-CONTASREC.
           05 CR-CHAVE.
              88 CR-ABERTO           VALUE "A".
              88 CR-LIQUIDADO        VALUE "L".
              88 CR-CANCELADO        VALUE "C".
              88 CR-RENEGOCIADO      VALUE "R".
              88 CR-PERDA            VALUE "P".
           05 CR-DATA-PAGTO   PIC 9(08).
           05 CR-VALOR-PAGO   PIC 9(09)V99.
