      *              OPERADOR (UM TURNO POR OPERADOR POR DIA); A
      *              COMPARACAO COM O SISTEMA E SO NO EXCBL22 - ESTE
      *              PROGRAMA NUNCA MOSTRA TOTAL NENHUM
      * 15/10/2026 JV - NO FECHAMENTO CEGO O OPERADOR DECLARA TAMBEM O
      *                 PIX RECEBIDO NO TURNO (SOMA DOS COMPROVANTES /
      *                 APP DO BANCO), GRAVADO COMO EVENTO "X" LOGO
      *                 APOS O "F"; O EXCBL22 FECHA O PIX DO DIA
      *                 CONTRA A SOMA DESSAS DECLARACOES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ACCEPT WRK-VALOR.
           MOVE "F" TO WRK-EVENTO.
           PERFORM 0250-GRAVAR-EVENTO.
           DISPLAY "PIX RECEBIDO NO TURNO (COMPROVANTES/APP): "
             ACCEPT WRK-VALOR.
           MOVE "X" TO WRK-EVENTO.
           PERFORM 0250-GRAVAR-EVENTO.
           DISPLAY "DECLARACAO REGISTRADA - A CONFERENCIA SAI NO "
                   "FECHAMENTO DE CAIXA (EXCBL22)".

