      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DA COTACAO DE COMPRA
      *           (COTACAO.DAT, INDEXADO POR COTACAO + PRODUTO +
      *           FORNECEDOR) - UMA LINHA POR FORNECEDOR CONVIDADO A
      *           COTAR CADA ITEM. ABERTA PELO COTABRE A PARTIR DA
      *           SUGESTAO DE REPOSICAO, RESPONDIDA NO COTRESP,
      *           COMPARADA NO MAPA (COTMAPA) E FECHADA NO COTFECHA,
      *           QUE GERA O PEDIDO (PEDCOMP.DAT) COM O PRECO DA
      *           PROPOSTA ESCOLHIDA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: COT-PRAZO-ENTREGA EM DIAS CORRIDOS; A LINHA
      *              PERDEDORA FICA NO ARQUIVO (SITUACAO "P") E A
      *              VENCEDORA GUARDA O PEDIDO GERADO, O MOTIVO DA
      *              ESCOLHA E QUEM ESCOLHEU - E A AUDITORIA DA COMPRA
      ******************************************************************
       01  REG-COTACAO.
           05 COT-CHAVE.
              10 COT-NUMERO       PIC 9(06).
              10 COT-PRODUTO      PIC 9(04).
              10 COT-FORNECEDOR   PIC 9(04).
           05 COT-DATA-ABERTURA   PIC 9(08).
           05 COT-QTD             PIC 9(05).
           05 COT-PRECO           PIC 9(05)V99.
           05 COT-PRAZO-ENTREGA   PIC 9(03).
           05 COT-COND-PAGTO      PIC X(15).
           05 COT-DATA-RESPOSTA   PIC 9(08).
           05 COT-SITUACAO        PIC X(01).
              88 COT-AGUARDANDO          VALUE "A".
              88 COT-RESPONDIDA          VALUE "R".
              88 COT-VENCEDORA           VALUE "V".
              88 COT-PERDEDORA           VALUE "P".
              88 COT-EM-ABERTO           VALUE "A" "R".
           05 COT-PEDIDO          PIC 9(06).
           05 COT-MOTIVO          PIC X(30).
           05 COT-OPERADOR        PIC X(08).
