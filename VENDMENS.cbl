      *                 DET-QTD DA LINHA (REGISTRO ANTIGO SEM O CAMPO
      *                 VALE COMO 1), NAO MAIS 1 POR MOVIMENTO -
      *                 LINHA DE 12 UNIDADES CONTAVA COMO 1
      * 15/10/2026 JV - STOP RUN VIRA GOBACK, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      * 15/10/2026 JV - VENDA DE VALE-PRESENTE (PRODUTO 9999) FICA FORA
      *                 DOS TOTAIS E DO RANKING - E PASSIVO, A RECEITA
      *                 SAI NA COMPRA PAGA COM O VALE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           END-IF
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "CONSOLIDACAO MENSAL DE VENDAS".
              READ VENDASDET
              PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
      *-------- EMISSAO DE VALE-PRESENTE E PASSIVO, NAO VENDA
                 IF NOT DET-PROD-VALE
                    PERFORM 0220-ACUMULAR-MOVIMENTO
                 END-IF
                 READ VENDASDET
              END-PERFORM
              CLOSE VENDASDET
