      *              PRODUTO SEM FICHA OU COM CUSTO ZERADO SAI
      *              DESTACADO, POIS A MARGEM DELE E SUPERESTIMADA.
      *              A VALORACAO DO SALDO EM ESTOQUE E O ESTVALOR
      * 15/10/2026 JV - KIT (COMPOSICAO NO KITS.DAT, KITMANT) NAO TEM
      *                 FICHA DE ESTOQUE: O CUSTO DELE E A SOMA DO
      *                 CUSTO MEDIO DE CADA COMPONENTE X QUANTIDADE POR
      *                 KIT; COMPONENTE SEM FICHA OU SEM CUSTO SAI
      *                 DESTACADO NA LINHA DO KIT
      * 15/10/2026 JV - STOP RUN VIRA GOBACK, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      * 15/10/2026 JV - PRODUTO SEM FICHA DE ESTOQUE (KIT) NAO ZERA
      *                 MAIS O CUSTO DOS PRODUTOS SEGUINTES
      * 15/10/2026 JV - VENDA DE VALE-PRESENTE (PRODUTO 9999) FICA FORA
      *                 DA MARGEM, COMO NO DREGER
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT KITS ASSIGN TO WRK-PATH-KITS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KIT-CHAVE
             FILE STATUS IS FS-KITS.


       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  KITS.
       COPY "KITCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-KITS      PIC 9(02) VALUE ZEROS.

       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-SW-FICHA      PIC X(01) VALUE "N".
           88 WRK-FICHA-OK           VALUE "S".
       77  WRK-SW-ESTOQUE    PIC X(01) VALUE "N".
           88 WRK-ESTOQUE-ABERTO     VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-ABERTO    VALUE "S".

      *-------------- CUSTO DO KIT PELOS COMPONENTES -----------------
       77  WRK-SW-KITS       PIC X(01) VALUE "N".
           88 WRK-KITS-ABERTO        VALUE "S".
       77  WRK-SW-KIT        PIC X(01) VALUE "N".
           88 WRK-E-KIT              VALUE "S".
       77  WRK-KIT-SEM-CUSTO PIC 9(02) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-DIAS     PIC 9(02) VALUE ZEROS.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-KITS     PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "RELATORIO DE MARGEM BRUTA POR PRODUTO".
           DISPLAY "DIGITE O MES (AAAAMM): "
             ACCEPT WRK-AAAAMM.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
              SET WRK-ESTOQUE-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT KITS.
           IF FS-KITS EQUAL 00
              SET WRK-KITS-ABERTO TO TRUE
           END-IF.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "MARGEM BRUTA " WRK-AAAAMM " - " WRK-DATA-EXEC.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
      *-------- EMISSAO DE VALE-PRESENTE E PASSIVO, NAO VENDA
              IF NOT DET-PROD-VALE
                 PERFORM 0220-ACUMULAR-MOVIMENTO
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.
           MOVE WRK-TOT-MARGEM TO WRK-VALOR-ED.
           DISPLAY "MARGEM BRUTA DO MES..... " WRK-VALOR-ED.
           DISPLAY "=========================================".
           IF WRK-ESTOQUE-ABERTO
              CLOSE ESTOQUE
           END-IF.
           IF WRK-PRODUTOS-ABERTO
              CLOSE PRODUTOS
           END-IF.
           IF WRK-KITS-ABERTO
              CLOSE KITS
           END-IF.
           DISPLAY "FIM DO RELATORIO DE MARGEM".

       0310-LISTAR-PRODUTO          SECTION.
           MOVE "N" TO WRK-SW-FICHA.
           MOVE ZEROS TO WRK-CUSTO-MEDIO.
           IF WRK-ESTOQUE-ABERTO
              MOVE WRK-MRG-CODIGO(WRK-IDX) TO EST-CODIGO
              READ ESTOQUE
                INVALID KEY
                   MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
              END-READ
           END-IF.
           PERFORM 0320-CUSTEAR-KIT.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-ABERTO
              MOVE WRK-MRG-CODIGO(WRK-IDX) TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
           ADD WRK-MARGEM             TO WRK-TOT-MARGEM.
           DISPLAY "PRODUTO " WRK-MRG-CODIGO(WRK-IDX)
                   " " WRK-DESCRICAO.
           IF WRK-E-KIT
              DISPLAY "   KIT - CUSTO PELOS COMPONENTES"
           END-IF.
           MOVE WRK-MRG-QTD(WRK-IDX) TO WRK-QTD-ED.
           MOVE WRK-MRG-VALOR(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "   QTD " WRK-QTD-ED
           DISPLAY "   CUSTO MEDIO X QTD..... " WRK-VALOR-ED.
           MOVE WRK-MARGEM TO WRK-VALOR-ED.
           DISPLAY "   MARGEM BRUTA.......... " WRK-VALOR-ED.
           IF WRK-E-KIT AND WRK-KIT-SEM-CUSTO GREATER ZEROS
              DISPLAY "   *** KIT COM " WRK-KIT-SEM-CUSTO
                      " COMPONENTE(S) SEM FICHA OU SEM CUSTO ***"
           END-IF.
           IF NOT WRK-FICHA-OK
              DISPLAY "   *** PRODUTO SEM FICHA DE ESTOQUE - "
                      "MARGEM SEM CUSTO ***"
              END-IF
           END-IF.

       0320-CUSTEAR-KIT             SECTION.
      *--------------------------------------------------------------
      *-------- PRODUTO COM COMPOSICAO NO KITS.DAT: CUSTO = SOMA DO
      *-------- CUSTO MEDIO DOS COMPONENTES X QUANTIDADE POR KIT
      *--------------------------------------------------------------
           MOVE "N"   TO WRK-SW-KIT.
           MOVE ZEROS TO WRK-KIT-SEM-CUSTO.
           IF NOT WRK-KITS-ABERTO
              GO TO 0320-CUSTEAR-FIM
           END-IF.
           MOVE WRK-MRG-CODIGO(WRK-IDX) TO KIT-CODIGO.
           MOVE ZEROS                   TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                GO TO 0320-CUSTEAR-FIM
           END-START.
           READ KITS NEXT RECORD
           IF FS-KITS NOT EQUAL 00
              OR KIT-CODIGO NOT EQUAL WRK-MRG-CODIGO(WRK-IDX)
              GO TO 0320-CUSTEAR-FIM
           END-IF.
           SET WRK-E-KIT   TO TRUE.
           SET WRK-FICHA-OK TO TRUE.
           MOVE ZEROS TO WRK-CUSTO-MEDIO.
           PERFORM UNTIL FS-KITS NOT EQUAL 00
                      OR KIT-CODIGO NOT EQUAL WRK-MRG-CODIGO(WRK-IDX)
              MOVE KIT-COMPONENTE TO EST-CODIGO
              IF WRK-ESTOQUE-ABERTO
                 READ ESTOQUE
                   INVALID KEY
                      MOVE ZEROS TO EST-CUSTO-MEDIO
                 END-READ
              ELSE
                 MOVE ZEROS TO EST-CUSTO-MEDIO
              END-IF
              IF EST-CUSTO-MEDIO EQUAL ZEROS
                 ADD 1 TO WRK-KIT-SEM-CUSTO
              END-IF
              COMPUTE WRK-CUSTO-MEDIO = WRK-CUSTO-MEDIO
                                      + EST-CUSTO-MEDIO * KIT-QTD
              READ KITS NEXT RECORD
           END-PERFORM.

       0320-CUSTEAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "KITS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-KITS.
