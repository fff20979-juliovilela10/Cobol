      * OBSERVAÇÕES: SO BAIXA COM O MES ABERTO NO CONTROLE DE
      *              PERIODO (MODULO PERCHK); LOTE RECUSADO PELO
      *              OPERADOR FICA COMO ESTA E VOLTA NO LOTVENC
      * 15/10/2026 JV - CADA LOTE BAIXADO VAI PARA O LOTPERDA.txt
      *                 (PRODUTO, LOTE, QUANTIDADE E CUSTO MEDIO), BASE
      *                 DA PERDA POR FORNECEDOR NO FORSCORE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT LOTPERDA ASSIGN TO WRK-PATH-LOTPERDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOTPERDA.


       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  LOTPERDA.
       COPY "LPRCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-LOTES     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-LOTPERDA  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "LOTBAIXA".
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-BAIXA     PIC 9(05) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-CUSTO-PERDA   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SW-LOTPERDA   PIC X(01) VALUE "N".
           88 WRK-LOTPERDA-OK       VALUE "S".
       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMA-BAIXA    VALUE "S" "s".

       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-LOTES    PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTPERDA PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
              MOVE FS-ESTOQUE TO FS-LOTES
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- PERDA POR LOTE (LOTPERDA.txt) - SEM O ARQUIVO A BAIXA
      *-------- SEGUE, SO O SCORECARD (FORSCORE) FICA SEM A PERDA
           OPEN EXTEND LOTPERDA.
           IF FS-LOTPERDA EQUAL 35
              OPEN OUTPUT LOTPERDA
           END-IF.
           IF FS-LOTPERDA EQUAL 00
              SET WRK-LOTPERDA-OK TO TRUE
           ELSE
              DISPLAY "LOTPERDA.txt NAO ABRIU - STATUS " FS-LOTPERDA
                      " - PERDA FORA DO SCORECARD DE FORNECEDORES"
           END-IF.

       0200-PROCESSAR               SECTION.
           READ LOTES NEXT

      *-------- A PERDA SAI TAMBEM DA FICHA DE ESTOQUE
           MOVE WRK-PRODUTO TO EST-CODIGO.
           MOVE ZEROS TO WRK-CUSTO-PERDA.
           READ ESTOQUE
             INVALID KEY
                DISPLAY "PRODUTO " WRK-PRODUTO " SEM FICHA DE "
                        "ESTOQUE - SALDO GERAL NAO AJUSTADO"
             NOT INVALID KEY
                MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-PERDA
                SUBTRACT WRK-QTD-BAIXA FROM EST-SALDO
                REWRITE REG-ESTOQUE
                  INVALID KEY
           CALL "ESTMVLOG" USING WRK-MOV-TIPO WRK-PRODUTO
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.
           PERFORM 0220-REGISTRAR-PERDA.
           ADD 1 TO WRK-ACUM-BAIXADOS.
           DISPLAY "LOTE " LOT-LOTE " BAIXADO - " WRK-QTD-BAIXA
                   " UN DE PERDA POR VALIDADE".
       0210-BAIXAR-FIM.
           EXIT.

       0220-REGISTRAR-PERDA         SECTION.
      *--------------------------------------------------------------
      *-------- O LOTE BAIXADO VAI PARA O LOTPERDA.txt COM O CUSTO
      *-------- MEDIO DA FICHA - O FORSCORE ACHA O FORNECEDOR DO
      *-------- LOTE NO RECEBNF.txt E COBRA A PERDA DELE
      *--------------------------------------------------------------
           IF NOT WRK-LOTPERDA-OK
              GO TO 0220-REGISTRAR-FIM
           END-IF.
           MOVE SPACES          TO REG-LOTPERDA.
           MOVE WRK-DATA-HOJE   TO LPR-DATA.
           MOVE WRK-PRODUTO     TO LPR-PRODUTO.
           MOVE LOT-LOTE        TO LPR-LOTE.
           MOVE LOT-VALIDADE    TO LPR-VALIDADE.
           MOVE WRK-QTD-BAIXA   TO LPR-QTD.
           MOVE WRK-CUSTO-PERDA TO LPR-CUSTO.
           MOVE WRK-OPERADOR    TO LPR-OPERADOR.
           WRITE REG-LOTPERDA.

       0220-REGISTRAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE LOTES.
           CLOSE ESTOQUE.
           IF WRK-LOTPERDA-OK
              CLOSE LOTPERDA
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "LOTES VENCIDOS ACHADOS.. "
                   WRK-ACUM-VENCIDOS.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "LOTPERDA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTPERDA.
