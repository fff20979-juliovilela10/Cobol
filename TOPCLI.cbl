      * DATA: 22/08/2026
      * OBSERVAÇÕES: VENDA SEM CLIENTE (DET-CLIENTE ZEROS) FICA FORA
      *              DO RANKING, MAS E TOTALIZADA A PARTE
      * 15/10/2026 JV - COMPRA DE VALE-PRESENTE (PRODUTO 9999) FICA
      *                 FORA DO GASTO DO CLIENTE - CONTA SO NO USO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
              READ VENDASDET
              PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
      *-------- EMISSAO DE VALE-PRESENTE E PASSIVO, NAO COMPRA
                 IF NOT DET-PROD-VALE
                    PERFORM 0220-ACUMULAR-CLIENTE
                 END-IF
                 READ VENDASDET
              END-PERFORM
              CLOSE VENDASDET
