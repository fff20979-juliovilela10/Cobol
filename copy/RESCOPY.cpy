      *              PROPRIO RESUMO - RES-ULT-COMPRA GUARDA A ULTIMA
      *              DATA JA PROCESSADA PELO CLIRFV, PARA O MESMO
      *              DIA NAO SOMAR DUAS VEZES
      * 15/10/2026 JV - INCLUIDA A CONTAGEM DE COMPRAS PAGAS NO PIX
      *                 (RES-QTD-PIX, NO FIM DO REGISTRO)
      * 15/10/2026 JV - COMO O REGISTRO MUDOU DE TAMANHO, O ARQUIVO
      *                 GRAVADO NO LAYOUT ANTIGO NAO ABRE MAIS (FILE
      *                 STATUS 39): A IMPLANTACAO EXIGE A CONVERSAO
      *                 DE UMA VEZ SO PELO RESCONV (RENOMEAR PARA
      *                 CLIRESUM.ANT E RODAR), QUE ENTRA COM A
      *                 CONTAGEM DE PIX ZERADA
      ******************************************************************
       01  REG-CLIRESUM.
           05 RES-CLIENTE     PIC 9(04).
           05 RES-TOTAL-GASTO PIC S9(11)V99.
           05 RES-QTD-DINHEIRO PIC 9(05).
           05 RES-QTD-CARTAO  PIC 9(05).
           05 RES-QTD-PIX     PIC 9(05).
