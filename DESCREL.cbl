      *           DADO EMBORA - PARA A GERENCIA ENXERGAR QUEM ESTA
      *           NEGOCIANDO DEMAIS NO BALCAO
      * DATA: 02/09/2026
      * 15/10/2026 JV - COM O NUMERO DE CUPOM NO DETALHE (DET-CUPOM),
      *                 O RELATORIO PASSA A CONTAR OS CUPONS DE CADA
      *                 OPERADOR, O VALOR LIQUIDO VENDIDO NELES
      *                 (VENDAS MENOS ESTORNOS) E O TICKET MEDIO;
      *                 LINHA ANTIGA SEM CUPOM FICA FORA DESSA CONTA
      * OBSERVAÇÕES: REGISTRO ANTIGO SEM O CAMPO DE DESCONTO (OU NAO
      *              NUMERICO) CONTA COMO SEM DESCONTO
      ******************************************************************
              10 WRK-OPE-CODIGO  PIC X(08).
              10 WRK-OPE-LINHAS  PIC 9(04).
              10 WRK-OPE-VALOR   PIC 9(07)V99.
              10 WRK-OPE-CUPONS  PIC 9(04).
              10 WRK-OPE-ULT-CUP PIC 9(06).
              10 WRK-OPE-VENDIDO PIC S9(07)V99.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-OPER-ACHADO       VALUE "S".
      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LINHAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DESCONTO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUPONS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-VENDIDO   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TICKET        PIC S9(07)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VENDIDO-ED    PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-TICKET-ED     PIC -Z.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
           ACCEPT WRK-AAAAMMDD FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DESCONTOS E CUPONS DO DIA POR OPERADOR".
           DISPLAY WRK-DATA-EXEC.
           DISPLAY "=========================================".
           MOVE SPACES TO WRK-VENDASDET-PATH.
       0200-PROCESSAR               SECTION.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              PERFORM 0205-ACHAR-OPERADOR
              IF WRK-OPER-ACHADO
                 IF DET-TIPO-VENDA
                    AND DET-DESCONTO NUMERIC
                    AND DET-DESCONTO GREATER ZEROS
                    PERFORM 0210-SOMAR-OPERADOR
                 END-IF
                 IF DET-CUPOM NUMERIC AND DET-CUPOM GREATER ZEROS
                    PERFORM 0220-SOMAR-CUPOM
                 END-IF
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0205-ACHAR-OPERADOR          SECTION.
      *--------------------------------------------------------------
      *-------- POSICIONA WRK-IDX NO OPERADOR DA LINHA, INCLUINDO NA
      *-------- TABELA SE FOR NOVO; TABELA CHEIA DEIXA A LINHA FORA
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-OPER
                 ADD 1 TO WRK-QTD-OPER
                 MOVE WRK-QTD-OPER TO WRK-IDX
                 MOVE DET-OPERADOR TO WRK-OPE-CODIGO(WRK-IDX)
                 MOVE ZEROS TO WRK-OPE-LINHAS(WRK-IDX)
                               WRK-OPE-VALOR(WRK-IDX)
                               WRK-OPE-CUPONS(WRK-IDX)
                               WRK-OPE-ULT-CUP(WRK-IDX)
                               WRK-OPE-VENDIDO(WRK-IDX)
                 SET WRK-OPER-ACHADO TO TRUE
              END-IF
           END-IF.

       0210-SOMAR-OPERADOR          SECTION.
           ADD 1 TO WRK-OPE-LINHAS(WRK-IDX).
           ADD 1 TO WRK-ACUM-LINHAS.
           ADD DET-DESCONTO TO WRK-OPE-VALOR(WRK-IDX).
           ADD DET-DESCONTO TO WRK-TOT-DESCONTO.

       0220-SOMAR-CUPOM             SECTION.
      *--------------------------------------------------------------
      *-------- AS LINHAS DE UM CUPOM SAEM SEGUIDAS DO MESMO CAIXA:
      *-------- CUPOM DIFERENTE DO ULTIMO DO OPERADOR E CUPOM NOVO
      *--------------------------------------------------------------
           IF DET-CUPOM NOT EQUAL WRK-OPE-ULT-CUP(WRK-IDX)
              ADD 1 TO WRK-OPE-CUPONS(WRK-IDX)
              ADD 1 TO WRK-TOT-CUPONS
              MOVE DET-CUPOM TO WRK-OPE-ULT-CUP(WRK-IDX)
           END-IF.
           IF DET-TIPO-ESTORNO
              SUBTRACT DET-VALOR FROM WRK-OPE-VENDIDO(WRK-IDX)
              SUBTRACT DET-VALOR FROM WRK-TOT-VENDIDO
           ELSE
              ADD DET-VALOR TO WRK-OPE-VENDIDO(WRK-IDX)
              ADD DET-VALOR TO WRK-TOT-VENDIDO
           END-IF.

       0300-FINALIZAR               SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
              DISPLAY "OPERADOR " WRK-OPE-CODIGO(WRK-IDX)
                      " LINHAS " WRK-OPE-LINHAS(WRK-IDX)
                      " DESCONTO " WRK-VALOR-ED
              IF WRK-OPE-CUPONS(WRK-IDX) GREATER ZEROS
                 COMPUTE WRK-TICKET ROUNDED
                       = WRK-OPE-VENDIDO(WRK-IDX)
                       / WRK-OPE-CUPONS(WRK-IDX)
                 MOVE WRK-OPE-VENDIDO(WRK-IDX) TO WRK-VENDIDO-ED
                 MOVE WRK-TICKET TO WRK-TICKET-ED
                 DISPLAY "         CUPONS " WRK-OPE-CUPONS(WRK-IDX)
                         " VENDIDO " WRK-VENDIDO-ED
                         " TICKET MEDIO " WRK-TICKET-ED
              END-IF
           END-PERFORM.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
           DISPLAY "=========================================".
           DISPLAY "LINHAS COM DESCONTO..... " WRK-ACUM-LINHAS.
           DISPLAY "DESCONTO TOTAL DO DIA... " WRK-VALOR-ED.
           DISPLAY "CUPONS DO DIA........... " WRK-TOT-CUPONS.
           IF WRK-TOT-CUPONS GREATER ZEROS
              COMPUTE WRK-TICKET ROUNDED
                    = WRK-TOT-VENDIDO / WRK-TOT-CUPONS
              MOVE WRK-TICKET TO WRK-TICKET-ED
              DISPLAY "TICKET MEDIO DO DIA..... " WRK-TICKET-ED
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RELATORIO DE DESCONTOS".

