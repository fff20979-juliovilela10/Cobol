      *           PRECO DA DATA PELO MODULO PRECODIA E O HISTORICO
      *           POR PRODUTO E O PRECHIST
      * DATA: 02/09/2026
      * 15/10/2026 JV - O CAIXA PASSA A CARREGAR OS PRECOS DO DIA EM
      *                 MEMORIA NA ABERTURA (PRECMEM): LINHA GRAVADA
      *                 QUE JA VALE HOJE AVISA PARA RECARREGAR OS
      *                 CAIXAS ABERTOS (TIPO "R" NO EXCBL18)
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO - CADA ALTERACAO
      *              ACRESCENTA UMA LINHA COM O OPERADOR (OPSIGNON) E
      *              A DATA DO REGISTRO, NADA E REGRAVADO; O PRECO DO
           WRITE REG-TABPRECO.
           CLOSE TABPRECO.
           DISPLAY "LINHA GRAVADA NO HISTORICO DE PRECOS".
           IF WRK-INICIO LESS OR EQUAL WRK-DATA-HOJE
              DISPLAY "PRECO JA VALE HOJE - RECARREGAR OS PRECOS "
                      "NOS CAIXAS ABERTOS (TIPO R)"
           END-IF.

       0250-GRAVAR-FIM.
           EXIT.
