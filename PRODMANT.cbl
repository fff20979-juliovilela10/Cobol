      *                 E EXCLUIDOS DAQUI; O CAIXA (EXCBL18) PASSA A
      *                 ACEITAR O BIPE DO LEITOR NO MESMO CAMPO DO
      *                 CODIGO CURTO
      * 15/10/2026 JV - QUANTIDADE DA EMBALAGEM POR EAN (BAR-QTD-EMB):
      *                 PEDIDA NA INCLUSAO DO CODIGO DE BARRAS (0 OU 1
      *                 = UNIDADE), MOSTRADA NA LISTAGEM E ALTERADA
      *                 PELA NOVA OPCAO 7
      * 15/10/2026 JV - CATEGORIA DO PRODUTO (PROD-CATEGORIA): PEDIDA
      *                 NA INCLUSAO E NA ALTERACAO, VALIDADA NO
      *                 CATEGORIA.DAT DO CATMANT, MOSTRADA NA LISTAGEM
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.

           SELECT CATEGORIA ASSIGN TO WRK-PATH-CATEGORIA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CAT-CHAVE
             FILE STATUS IS FS-CATEGORIA.


       DATA DIVISION.
       FILE SECTION.
       FD  BARRAS.
       COPY "BARCOPY.cpy".

       FD  CATEGORIA.
       COPY "CATCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
           88 WRK-OPC-LIS-BARRA    VALUE 4.
           88 WRK-OPC-INC-BARRA    VALUE 5.
           88 WRK-OPC-EXC-BARRA    VALUE 6.
           88 WRK-OPC-EMB-BARRA    VALUE 7.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.

      *-------------- CATEGORIA DO PRODUTO (CATEGORIA.DAT) -----------
       77  FS-CATEGORIA      PIC 9(02) VALUE ZEROS.
       77  WRK-CATEGORIA     PIC 9(03) VALUE ZEROS.
       77  WRK-CAT-NOME      PIC X(20) VALUE SPACES.
       77  WRK-SW-CATEG      PIC X(01) VALUE "N".
           88 WRK-CATEG-ABERTO      VALUE "S".
       77  WRK-SW-CAT-OK     PIC X(01) VALUE "N".
           88 WRK-CATEGORIA-OK      VALUE "S".

      *-------------- CODIGOS DE BARRAS (BARRAS.DAT) -----------------
       77  FS-BARRAS         PIC 9(02) VALUE ZEROS.
       77  WRK-EAN           PIC 9(13) VALUE ZEROS.
       77  WRK-QTD-EMB       PIC 9(04) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CATEGORIA PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
              MOVE FS-BARRAS TO FS-PRODUTOS
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- CADASTRO DE CATEGORIAS (CATMANT); SEM ELE SO SE
      *-------- ACEITA A CATEGORIA 000 (SEM CATEGORIA)
           OPEN INPUT CATEGORIA.
           IF FS-CATEGORIA EQUAL 00
              SET WRK-CATEG-ABERTO TO TRUE
           END-IF.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE PRODUTOS".
           DISPLAY "1 - LISTAR PRODUTOS".
           DISPLAY "2 - INCLUIR PRODUTO".
           DISPLAY "3 - ALTERAR PRODUTO (DESCRICAO/PRECO/CATEG)".
           DISPLAY "4 - LISTAR CODIGOS DE BARRAS".
           DISPLAY "5 - INCLUIR CODIGO DE BARRAS".
           DISPLAY "6 - EXCLUIR CODIGO DE BARRAS".
           DISPLAY "7 - ALTERAR EMBALAGEM DO CODIGO DE BARRAS".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
                 PERFORM 0260-INCLUIR-BARRA
              WHEN WRK-OPC-EXC-BARRA
                 PERFORM 0270-EXCLUIR-BARRA
              WHEN WRK-OPC-EMB-BARRA
                 PERFORM 0280-ALTERAR-EMBALAGEM
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
             PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                ADD 1 TO WRK-ACUM-LIDOS
                MOVE PROD-PRECO TO WRK-PRECO-ED
                IF PROD-CATEGORIA NOT NUMERIC
                   MOVE ZEROS TO PROD-CATEGORIA
                END-IF
                DISPLAY "CODIGO " PROD-CODIGO
                        " " PROD-DESCRICAO
                        " PRECO " WRK-PRECO-ED
                        " CATEG " PROD-CATEGORIA
                READ PRODUTOS NEXT RECORD
             END-PERFORM.
           DISPLAY "TOTAL DE PRODUTOS: " WRK-ACUM-LIDOS.
              MOVE WRK-CODIGO    TO PROD-CODIGO
              MOVE WRK-DESCRICAO TO PROD-DESCRICAO
              MOVE WRK-PRECO     TO PROD-PRECO
              MOVE WRK-CATEGORIA TO PROD-CATEGORIA
              WRITE REG-PRODUTOS
                INVALID KEY
                   DISPLAY "CODIGO " WRK-CODIGO " JA CADASTRADO"
                DISPLAY "CODIGO " WRK-CODIGO " NAO ENCONTRADO"
             NOT INVALID KEY
                MOVE PROD-PRECO TO WRK-PRECO-ED
                IF PROD-CATEGORIA NOT NUMERIC
                   MOVE ZEROS TO PROD-CATEGORIA
                END-IF
                DISPLAY "DESCRICAO ATUAL. " PROD-DESCRICAO
                DISPLAY "PRECO ATUAL..... " WRK-PRECO-ED
                DISPLAY "CATEGORIA ATUAL. " PROD-CATEGORIA
                DISPLAY "NOVA DESCRICAO.."
                  ACCEPT PROD-DESCRICAO
                DISPLAY "NOVO PRECO......"
                  ACCEPT PROD-PRECO
                PERFORM 0245-RECEBER-CATEGORIA
                MOVE WRK-CATEGORIA TO PROD-CATEGORIA
                REWRITE REG-PRODUTOS
                  INVALID KEY
                     DISPLAY "ERRO AO ALTERAR O PRODUTO " WRK-CODIGO
             ACCEPT WRK-DESCRICAO.
           DISPLAY "DIGITE O PRECO......"
             ACCEPT WRK-PRECO.
           PERFORM 0245-RECEBER-CATEGORIA.

       0245-RECEBER-CATEGORIA       SECTION.
      *--------------------------------------------------------------
      *-------- CATEGORIA TEM DE EXISTIR NO CATEGORIA.DAT; INVALIDA
      *-------- REPETE A PERGUNTA. 000 = SEM CATEGORIA
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CAT-OK.
           PERFORM UNTIL WRK-CATEGORIA-OK
              MOVE ZEROS TO WRK-CATEGORIA
              DISPLAY "DIGITE A CATEGORIA.. (000 = SEM CATEGORIA)"
                ACCEPT WRK-CATEGORIA
              IF WRK-CATEGORIA EQUAL ZEROS
                 SET WRK-CATEGORIA-OK TO TRUE
              ELSE
                 PERFORM 0246-VALIDAR-CATEGORIA
              END-IF
           END-PERFORM.

       0246-VALIDAR-CATEGORIA       SECTION.
           IF NOT WRK-CATEG-ABERTO
              DISPLAY "CADASTRO DE CATEGORIAS AUSENTE - USE 000"
              GO TO 0246-VALIDAR-FIM
           END-IF.
           MOVE "C"           TO CAT-TIPO.
           MOVE WRK-CATEGORIA TO CAT-CODIGO.
           READ CATEGORIA
             INVALID KEY
                DISPLAY "CATEGORIA " WRK-CATEGORIA " NAO CADASTRADA"
             NOT INVALID KEY
                SET WRK-CATEGORIA-OK TO TRUE
                MOVE CAT-DESCRICAO TO WRK-CAT-NOME
                DISPLAY "CATEGORIA: " WRK-CAT-NOME
           END-READ.

       0246-VALIDAR-FIM.
           EXIT.

       0250-LISTAR-BARRAS           SECTION.
           MOVE ZEROS TO WRK-ACUM-LIDOS.
           READ BARRAS NEXT RECORD
             PERFORM UNTIL FS-BARRAS NOT EQUAL 00
                ADD 1 TO WRK-ACUM-LIDOS
                IF BAR-QTD-EMB NOT NUMERIC OR BAR-QTD-EMB EQUAL ZEROS
                   MOVE 1 TO BAR-QTD-EMB
                END-IF
                DISPLAY "EAN " BAR-EAN " -> PRODUTO " BAR-PRODUTO
                        " EMBALAGEM " BAR-QTD-EMB " UN"
                READ BARRAS NEXT RECORD
             END-PERFORM.
           DISPLAY "TOTAL DE BARRAS: " WRK-ACUM-LIDOS.
             NOT INVALID KEY
                DISPLAY "PRODUTO: " PROD-DESCRICAO
           END-READ.
           PERFORM 0285-RECEBER-EMBALAGEM.
           MOVE WRK-EAN     TO BAR-EAN.
           MOVE WRK-CODIGO  TO BAR-PRODUTO.
           MOVE WRK-QTD-EMB TO BAR-QTD-EMB.
           WRITE REG-BARRAS
             INVALID KEY
                DISPLAY "EAN " WRK-EAN " JA CADASTRADO"
                DISPLAY "EAN " WRK-EAN " EXCLUIDO"
           END-DELETE.

       0280-ALTERAR-EMBALAGEM       SECTION.
           DISPLAY "CODIGO DE BARRAS (EAN-13): "
             ACCEPT WRK-EAN.
           MOVE WRK-EAN TO BAR-EAN.
           READ BARRAS
             INVALID KEY
                DISPLAY "EAN " WRK-EAN " NAO ENCONTRADO"
                GO TO 0280-ALTERAR-FIM
           END-READ.
           IF BAR-QTD-EMB NOT NUMERIC OR BAR-QTD-EMB EQUAL ZEROS
              MOVE 1 TO BAR-QTD-EMB
           END-IF.
           DISPLAY "PRODUTO " BAR-PRODUTO " EMBALAGEM ATUAL "
                   BAR-QTD-EMB " UN".
           PERFORM 0285-RECEBER-EMBALAGEM.
           MOVE WRK-QTD-EMB TO BAR-QTD-EMB.
           REWRITE REG-BARRAS
             INVALID KEY
                DISPLAY "ERRO AO ALTERAR O EAN " WRK-EAN
             NOT INVALID KEY
                DISPLAY "EAN " WRK-EAN " PASSA A VALER "
                        WRK-QTD-EMB " UNIDADES"
           END-REWRITE.

       0280-ALTERAR-FIM.
           EXIT.

       0285-RECEBER-EMBALAGEM       SECTION.
      *-------- UNIDADES DO PRODUTO CONTIDAS NA EMBALAGEM DO EAN
      *-------- (CAIXA DE 12 = 12); ZERO VALE COMO UNIDADE
           MOVE ZEROS TO WRK-QTD-EMB.
           DISPLAY "UNIDADES NA EMBALAGEM (0 = UNIDADE): "
             ACCEPT WRK-QTD-EMB.
           IF WRK-QTD-EMB EQUAL ZEROS
              MOVE 1 TO WRK-QTD-EMB
           END-IF.

       0300-FINALIZAR               SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE PRODUTOS.
           CLOSE BARRAS.
           IF WRK-CATEG-ABERTO
              CLOSE CATEGORIA
           END-IF.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
           MOVE "CATEGORIA.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CATEGORIA.
