      *              LIVRO VAI DIVERGIR ATE O PRIMEIRO INVENTARIO
      *              (INVCOMP) ACERTAR; A RECONSTRUCAO EM MASSA E O
      *              ESTRECON
      * 15/10/2026 JV - EXTRATO POR ANO: O MODULO LOGSEL ESCOLHE O
      *                 LOG VIVO OU O ARQUIVO ANUAL DO LOGARQ; O QUE
      *                 VEM ANTES DO ANO VIRA SALDO ANTERIOR E ANO
      *                 JA TERMINADO MOSTRA O SALDO DO FIM DELE
      *                 SEM COMPARAR COM A FICHA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-SW-FICHA      PIC X(01) VALUE "N".
           88 WRK-FICHA-OK           VALUE "S".

      *-------- ANO DO EXTRATO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "ESTMOV.txt".
       77  WRK-ANO-KARDEX    PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-MOV       PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-HOJE      PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".
       77  WRK-SW-ANTERIOR   PIC X(01) VALUE "N".
           88 WRK-ANTERIOR-MOSTRADO  VALUE "S".

      *-------------------- EDICAO --------------------
       77  WRK-SALDO-ED      PIC -ZZZZZZ9.

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DIVIDE WRK-DATA-HOJE BY 10000 GIVING WRK-ANO-HOJE.
           OPEN INPUT ESTOQUE.
           OPEN INPUT PRODUTOS.
           DISPLAY "EXTRATO DE MOVIMENTOS DE ESTOQUE (KARDEX)".
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           DISPLAY "ANO DO EXTRATO (AAAA, 0 = LOG ATUAL INTEIRO): "
             ACCEPT WRK-ANO-KARDEX.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-KARDEX
                                WRK-PATH-ESTMOV WRK-SW-ARQUIVADO.
           DISPLAY "KARDEX DO PRODUTO " WRK-CODIGO " "
                   WRK-DESCRICAO.
           IF WRK-ANO-ARQUIVADO
              DISPLAY "ANO " WRK-ANO-KARDEX " LIDO DO ARQUIVO ANUAL "
                      WRK-PATH-ESTMOV
           END-IF.
           PERFORM 0210-LISTAR-MOVIMENTOS.
           PERFORM 0220-CONFERIR-FICHA.
           DISPLAY "MAIS EXTRATOS (S/N)? "

       0210-LISTAR-MOVIMENTOS       SECTION.
           MOVE ZEROS TO WRK-SALDO-CORR WRK-ACUM-MOVS.
           MOVE "N"   TO WRK-SW-ANTERIOR.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
              DISPLAY "LIVRO DE MOVIMENTOS AINDA VAZIO - NENHUM "
           READ ESTMOV
           PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
              IF MOV-PRODUTO EQUAL WRK-CODIGO
                 PERFORM 0215-AVALIAR-MOVIMENTO
              END-IF
              READ ESTMOV
           END-PERFORM.
           CLOSE ESTMOV.
           IF WRK-ANO-KARDEX GREATER ZEROS
              AND NOT WRK-ANTERIOR-MOSTRADO
              PERFORM 0217-MOSTRAR-ANTERIOR
           END-IF.

       0210-LISTAR-FIM.
           EXIT.

       0215-AVALIAR-MOVIMENTO       SECTION.
      *--------------------------------------------------------------
      *-------- COM ANO PEDIDO, O QUE VEM ANTES DELE SO COMPOE O
      *-------- SALDO ANTERIOR E O QUE VEM DEPOIS FICA DE FORA - O
      *-------- SALDO NO FIM DA LISTA E O DO FIM DAQUELE ANO
      *--------------------------------------------------------------
           DIVIDE MOV-DATA BY 10000 GIVING WRK-ANO-MOV.
           IF WRK-ANO-KARDEX GREATER ZEROS
              IF WRK-ANO-MOV LESS WRK-ANO-KARDEX
                 PERFORM 0216-SOMAR-MOVIMENTO
                 GO TO 0215-AVALIAR-FIM
              END-IF
              IF WRK-ANO-MOV GREATER WRK-ANO-KARDEX
                 GO TO 0215-AVALIAR-FIM
              END-IF
              IF NOT WRK-ANTERIOR-MOSTRADO
                 PERFORM 0217-MOSTRAR-ANTERIOR
              END-IF
           END-IF.
           ADD 1 TO WRK-ACUM-MOVS.
           PERFORM 0216-SOMAR-MOVIMENTO.
           MOVE WRK-SALDO-CORR TO WRK-SALDO-ED.
           DISPLAY MOV-DATA " " MOV-HORA " " MOV-TIPO " "
                   MOV-SINAL MOV-QTD
                   " DOC " MOV-DOCTO
                   " OP " MOV-OPERADOR
                   " SALDO " WRK-SALDO-ED.

       0215-AVALIAR-FIM.
           EXIT.

       0216-SOMAR-MOVIMENTO         SECTION.
           IF MOV-SINAL EQUAL "-"
              SUBTRACT MOV-QTD FROM WRK-SALDO-CORR
           ELSE
              ADD MOV-QTD TO WRK-SALDO-CORR
           END-IF.

       0217-MOSTRAR-ANTERIOR        SECTION.
           SET WRK-ANTERIOR-MOSTRADO TO TRUE.
           MOVE WRK-SALDO-CORR TO WRK-SALDO-ED.
           DISPLAY "SALDO ANTERIOR A " WRK-ANO-KARDEX "......... "
                   WRK-SALDO-ED.

       0220-CONFERIR-FICHA          SECTION.
      *--------------------------------------------------------------
      *-------- COMPARA O SALDO RECONSTRUIDO DO LIVRO COM O
           END-IF.
           DISPLAY "MOVIMENTOS DO PRODUTO... " WRK-ACUM-MOVS.
           MOVE WRK-SALDO-CORR TO WRK-SALDO-ED.
      *-------- ANO JA TERMINADO: O SALDO E O DO FIM DELE E NAO DA
      *-------- PARA COMPARAR COM A FICHA DE HOJE
           IF WRK-ANO-KARDEX GREATER ZEROS
              AND WRK-ANO-KARDEX NOT EQUAL WRK-ANO-HOJE
              DISPLAY "SALDO NO FIM DE " WRK-ANO-KARDEX "...... "
                      WRK-SALDO-ED
              GO TO 0220-CONFERIR-FIM
           END-IF.
           DISPLAY "SALDO PELO LIVRO........ " WRK-SALDO-ED.
           IF WRK-FICHA-OK
              MOVE WRK-SALDO-FICHA TO WRK-SALDO-ED
           ELSE
              DISPLAY "PRODUTO SEM FICHA DE ESTOQUE".

       0220-CONFERIR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           IF FS-ESTOQUE EQUAL 00
              CLOSE ESTOQUE
