       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFENVIA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: SAIDA DE MERCADORIA TRANSFERIDA PARA OUTRA LOJA DO
      *           CADASTRO LOJAS.txt - MONTA O DOCUMENTO DE
      *           TRANSFERENCIA, SUBTRAI A QUANTIDADE DA FICHA DE
      *           ESTOQUE (ESTOQUE.DAT) E DO LOTE DO PERECIVEL
      *           (LOTES.DAT) DESTA LOJA, REGISTRA O MOVIMENTO NO
      *           LIVRO (MODULO ESTMVLOG, TIPO "TRS") E GRAVA OS ITENS
      *           NO TRANSFER.DAT COMO EM TRANSITO, VALORIZADOS PELO
      *           CUSTO MEDIO DA FICHA; A GUIA IMPRESSA ACOMPANHA A
      *           MERCADORIA ATE A LOJA DE DESTINO, QUE CONFIRMA A
      *           CHEGADA NO TRFRECEB
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LOJA DE ORIGEM = LOJA DA INSTALACAO (MODULO
      *              LOJAID). SAIDA MAIOR QUE O SALDO DA FICHA OU DO
      *              LOTE E RECUSADA - O QUE NAO ESTA NA PRATELEIRA
      *              NAO VIAJA. SO COM O MES ABERTO NO CONTROLE DE
      *              PERIODO (MODULO PERCHK)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT LOJAS ASSIGN TO WRK-PATH-LOJAS
             FILE STATUS IS FS-LOJAS.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT LOTES ASSIGN TO WRK-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT TRANSFER ASSIGN TO WRK-PATH-TRANSFER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRF-CHAVE
             FILE STATUS IS FS-TRANSFER.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.


       DATA DIVISION.
       FILE SECTION.
       FD  LOJAS.
       01  REG-LOJAS.
           05 LOJ-CODIGO     PIC 9(02).
           05 FILLER         PIC X(01).
           05 LOJ-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 LOJ-DIR        PIC X(40).

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  TRANSFER.
       COPY "TRFCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-LOJAS     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-LOTES     PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "TRFENVIA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "TRANSFER.DAT".

       77  WRK-SW-LOTES      PIC X(01) VALUE "N".
           88 WRK-LOTES-OK          VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".
       77  WRK-SW-MAIS       PIC X(01) VALUE "S".
           88 WRK-MAIS-TRANSF       VALUE "S" "s".
       77  WRK-SW-FIM-ITENS  PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS         VALUE "S".
       77  WRK-SW-PERECIVEL  PIC X(01) VALUE "N".
           88 WRK-E-PERECIVEL       VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-GUIA       PIC X(01) VALUE "N".
           88 WRK-GUIA-ABERTA       VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-TRF       PIC 9(06) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-LOTE          PIC X(10) VALUE SPACES.
       77  WRK-VALIDADE      PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-TRF       PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.

      *-------------- LOJAS (ORIGEM = LOJA DA INSTALACAO) ------------
       77  WRK-LOJA          PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-DESTINO  PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-DESTINO  PIC X(20) VALUE SPACES.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK         VALUE "S".

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- LIVRO DE MOVIMENTOS (MODULO ESTMVLOG) ----------
       77  WRK-MOV-TIPO      PIC X(03) VALUE SPACES.
       77  WRK-MOV-SINAL     PIC X(01) VALUE SPACES.
       77  WRK-MOV-QTD       PIC 9(05) VALUE ZEROS.
       77  WRK-MOV-DOCTO     PIC 9(09) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ITENS-DOC     PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-DOC     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-DOCS     PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VALOR    PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-QTD-ED        PIC ZZ.ZZ9.
       77  WRK-CUSTO-ED      PIC ZZ.ZZ9,99.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-LOJAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES    PIC X(60) VALUE SPACES.
       01  WRK-PATH-TRANSFER PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           CALL "LOJAID" USING WRK-LOJA.
           DISPLAY "=========================================".
           DISPLAY "TRANSFERENCIA ENTRE LOJAS - SAIDA DA LOJA "
                   WRK-LOJA.
           DISPLAY WRK-DATA-EXEC.
           DISPLAY "=========================================".
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
                      "ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- MES FECHADO NAO RECEBE MOVIMENTO (PERMANT)
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - TRANSFERENCIA NAO "
                      "PERMITIDA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "ESTOQUE.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTOQUE TO FS-TRANSFER
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O TRANSFER.
           IF FS-TRANSFER EQUAL 35
              OPEN OUTPUT TRANSFER
              CLOSE TRANSFER
              OPEN I-O TRANSFER
           END-IF.
           IF FS-TRANSFER NOT EQUAL 00
              MOVE "TRANSFERENCIAS NAO ABRIRAM    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
      *-------- SEM LOTES.DAT NAO HA PERECIVEL PARA TRANSFERIR
           OPEN I-O LOTES.
           IF FS-LOTES EQUAL 00
              SET WRK-LOTES-OK TO TRUE
           ELSE
              DISPLAY "LOTES.DAT NAO ABRIU - STATUS " FS-LOTES
                      " - PERECIVEL NAO PODE SER TRANSFERIDO"
           END-IF.
           PERFORM 0110-PROXIMO-NUMERO.

           MOVE "GUIA DE TRANSFERENCIA ENTRE LOJAS" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "PROD DESCRICAO            LOTE         QTD"
                  DELIMITED BY SIZE
                  "  CUSTO MED         VALOR" DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0110-PROXIMO-NUMERO          SECTION.
      *--------------------------------------------------------------
      *-------- NUMERO DA TRANSFERENCIA = MAIOR DO TRANSFER.DAT + 1
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-NUM-TRF.
           READ TRANSFER NEXT.
           PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
              IF TRF-NUMERO GREATER WRK-NUM-TRF
                 MOVE TRF-NUMERO TO WRK-NUM-TRF
              END-IF
              READ TRANSFER NEXT
           END-PERFORM.

       0200-PROCESSAR               SECTION.
           PERFORM UNTIL NOT WRK-MAIS-TRANSF
              PERFORM 0210-TRANSFERENCIA
              MOVE "N" TO WRK-SW-MAIS
              DISPLAY "MAIS TRANSFERENCIAS (S/N)? "
                ACCEPT WRK-SW-MAIS
           END-PERFORM.

       0210-TRANSFERENCIA           SECTION.
           MOVE "N"   TO WRK-SW-GUIA.
           MOVE ZEROS TO WRK-ITENS-DOC.
           MOVE ZEROS TO WRK-VALOR-DOC.
           DISPLAY "LOJA DE DESTINO: "
             ACCEPT WRK-LOJA-DESTINO.
           IF WRK-LOJA-DESTINO EQUAL WRK-LOJA
              DISPLAY "DESTINO IGUAL A ESTA LOJA - TRANSFERENCIA "
                      "IGNORADA"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           PERFORM 0220-LOCALIZAR-DESTINO.
           IF NOT WRK-ACHOU
              DISPLAY "LOJA " WRK-LOJA-DESTINO " FORA DO CADASTRO "
                      "LOJAS.txt - TRANSFERENCIA IGNORADA"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           DISPLAY "DESTINO: " WRK-LOJA-DESTINO " " WRK-NOME-DESTINO.

           MOVE "N" TO WRK-SW-FIM-ITENS.
           PERFORM 0230-TRANSFERIR-ITEM UNTIL WRK-FIM-ITENS.

           IF WRK-ITENS-DOC EQUAL ZEROS
              DISPLAY "NENHUM ITEM TRANSFERIDO"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-DOCS.
           ADD WRK-VALOR-DOC TO WRK-ACUM-VALOR.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-VALOR-DOC TO WRK-VALOR-ED.
           STRING "VALOR DA TRANSFERENCIA (CUSTO MEDIO) "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "RECEBIDO POR: ____________________  DATA: __/__/____"
             TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "TRANSFERENCIA " WRK-NUM-TRF " EM TRANSITO - "
                   WRK-ITENS-DOC " ITEM(NS)".

       0210-TRANSFERENCIA-FIM.
           EXIT.

       0220-LOCALIZAR-DESTINO       SECTION.
      *--------------------------------------------------------------
      *-------- A LOJA DE DESTINO TEM DE ESTAR NO LOJAS.txt
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE SPACES TO WRK-NOME-DESTINO.
           OPEN INPUT LOJAS.
           IF FS-LOJAS NOT EQUAL 00
              DISPLAY "LOJAS.txt NAO ABRIU - STATUS " FS-LOJAS
              GO TO 0220-LOCALIZAR-FIM
           END-IF.
           READ LOJAS
           PERFORM UNTIL FS-LOJAS NOT EQUAL 00 OR WRK-ACHOU
              IF LOJ-CODIGO EQUAL WRK-LOJA-DESTINO
                 SET WRK-ACHOU TO TRUE
                 MOVE LOJ-NOME TO WRK-NOME-DESTINO
              ELSE
                 READ LOJAS
              END-IF
           END-PERFORM.
           CLOSE LOJAS.

       0220-LOCALIZAR-FIM.
           EXIT.

       0230-TRANSFERIR-ITEM         SECTION.
           DISPLAY "PRODUTO A TRANSFERIR (0 = FIM DA GUIA): "
             ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL ZEROS
              SET WRK-FIM-ITENS TO TRUE
              GO TO 0230-TRANSFERIR-FIM
           END-IF.
           MOVE WRK-PRODUTO TO EST-CODIGO.
           READ ESTOQUE
             INVALID KEY
                DISPLAY "PRODUTO " WRK-PRODUTO " SEM FICHA DE "
                        "ESTOQUE NESTA LOJA"
                GO TO 0230-TRANSFERIR-FIM
           END-READ.
           DISPLAY "QUANTIDADE (SALDO " EST-SALDO "): "
             ACCEPT WRK-QTD-TRF.
           IF WRK-QTD-TRF EQUAL ZEROS
              DISPLAY "QUANTIDADE ZERADA - ITEM IGNORADO"
              GO TO 0230-TRANSFERIR-FIM
           END-IF.
           IF EST-SALDO LESS WRK-QTD-TRF
              DISPLAY "SALDO INSUFICIENTE NA FICHA - ITEM RECUSADO"
              GO TO 0230-TRANSFERIR-FIM
           END-IF.

      *-------- PERECIVEL VIAJA COM O LOTE E A VALIDADE
           MOVE SPACES TO WRK-LOTE.
           MOVE ZEROS  TO WRK-VALIDADE.
           MOVE "N" TO WRK-SW-PERECIVEL.
           CALL "PERECVAL" USING WRK-PRODUTO WRK-SW-PERECIVEL.
           IF WRK-E-PERECIVEL
              IF NOT WRK-LOTES-OK
                 DISPLAY "LOTES.DAT INDISPONIVEL - PERECIVEL NAO "
                         "PODE SER TRANSFERIDO"
                 GO TO 0230-TRANSFERIR-FIM
              END-IF
              DISPLAY "NUMERO DO LOTE (PERECIVEL): "
                ACCEPT WRK-LOTE
              MOVE WRK-PRODUTO TO LOT-PRODUTO
              MOVE WRK-LOTE    TO LOT-LOTE
              READ LOTES
                INVALID KEY
                   DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO NO "
                           "LOTES.DAT - ITEM RECUSADO"
                   GO TO 0230-TRANSFERIR-FIM
              END-READ
              IF LOT-SALDO LESS WRK-QTD-TRF
                 DISPLAY "SALDO DO LOTE " WRK-LOTE " E " LOT-SALDO
                         " - ITEM RECUSADO"
                 GO TO 0230-TRANSFERIR-FIM
              END-IF
              MOVE LOT-VALIDADE TO WRK-VALIDADE
           END-IF.

      *-------- PRIMEIRO ITEM DA GUIA: NUMERO E CABECALHO
           IF NOT WRK-GUIA-ABERTA
              PERFORM 0250-ABRIR-GUIA
           END-IF.
      *-------- MESMO PRODUTO E LOTE DUAS VEZES NA GUIA SOMA NA LINHA
           MOVE WRK-NUM-TRF TO TRF-NUMERO.
           MOVE WRK-PRODUTO TO TRF-PRODUTO.
           MOVE WRK-LOTE    TO TRF-LOTE.
           READ TRANSFER
             INVALID KEY
                MOVE WRK-LOJA         TO TRF-LOJA-ORIGEM
                MOVE WRK-LOJA-DESTINO TO TRF-LOJA-DESTINO
                MOVE WRK-DATA-HOJE    TO TRF-DATA-ENVIO
                MOVE WRK-QTD-TRF      TO TRF-QTD-ENVIADA
                MOVE EST-CUSTO-MEDIO  TO TRF-CUSTO
                MOVE WRK-VALIDADE     TO TRF-VALIDADE
                MOVE WRK-OPERADOR     TO TRF-OPERADOR-ENVIO
                SET TRF-EM-TRANSITO   TO TRUE
                MOVE ZEROS            TO TRF-DATA-RECEB
                MOVE ZEROS            TO TRF-QTD-RECEBIDA
                MOVE SPACES           TO TRF-OPERADOR-RECEB
                WRITE REG-TRANSFER
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A TRANSFERENCIA "
                             WRK-NUM-TRF
                     GO TO 0230-TRANSFERIR-FIM
                END-WRITE
             NOT INVALID KEY
                ADD WRK-QTD-TRF TO TRF-QTD-ENVIADA
                REWRITE REG-TRANSFER
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A TRANSFERENCIA "
                             WRK-NUM-TRF
                     GO TO 0230-TRANSFERIR-FIM
                END-REWRITE
           END-READ.

      *-------- SAI DA FICHA E DO LOTE DESTA LOJA
           MOVE EST-CUSTO-MEDIO TO WRK-CUSTO.
           SUBTRACT WRK-QTD-TRF FROM EST-SALDO.
           REWRITE REG-ESTOQUE
             INVALID KEY
                DISPLAY "ERRO AO AJUSTAR A FICHA DO PRODUTO "
                        WRK-PRODUTO
           END-REWRITE.
           IF WRK-E-PERECIVEL
              SUBTRACT WRK-QTD-TRF FROM LOT-SALDO
              REWRITE REG-LOTES
                INVALID KEY
                   DISPLAY "ERRO AO AJUSTAR O LOTE " WRK-LOTE
              END-REWRITE
           END-IF.

      *-------- TRANSFERENCIA NO LIVRO DE MOVIMENTOS ("TRS"),
      *-------- DOCUMENTO = NUMERO DA GUIA
           MOVE "TRS"       TO WRK-MOV-TIPO.
           MOVE "-"         TO WRK-MOV-SINAL.
           MOVE WRK-QTD-TRF TO WRK-MOV-QTD.
           MOVE WRK-NUM-TRF TO WRK-MOV-DOCTO.
           CALL "ESTMVLOG" USING WRK-MOV-TIPO WRK-PRODUTO
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.

           COMPUTE WRK-VALOR-ITEM = WRK-QTD-TRF * WRK-CUSTO.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-DOC.
           ADD 1 TO WRK-ITENS-DOC.
           PERFORM 0260-IMPRIMIR-ITEM.
           DISPLAY "ITEM TRANSFERIDO - " WRK-QTD-TRF " UN DO PRODUTO "
                   WRK-PRODUTO.

       0230-TRANSFERIR-FIM.
           EXIT.

       0250-ABRIR-GUIA              SECTION.
      *--------------------------------------------------------------
      *-------- NUMERO E CABECALHO DA GUIA (UMA PAGINA POR GUIA)
      *--------------------------------------------------------------
           ADD 1 TO WRK-NUM-TRF.
           SET WRK-GUIA-ABERTA TO TRUE.
           IF WRK-ACUM-DOCS GREATER ZEROS
              MOVE "P" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TRANSFERENCIA NR " DELIMITED BY SIZE
                  WRK-NUM-TRF         DELIMITED BY SIZE
                  "  DATA "           DELIMITED BY SIZE
                  WRK-DATA-HOJE       DELIMITED BY SIZE
                  "  OPERADOR "       DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DA LOJA "          DELIMITED BY SIZE
                  WRK-LOJA            DELIMITED BY SIZE
                  " PARA A LOJA "     DELIMITED BY SIZE
                  WRK-LOJA-DESTINO    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-NOME-DESTINO    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0260-IMPRIMIR-ITEM           SECTION.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE WRK-PRODUTO TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-DESCRICAO
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           MOVE WRK-QTD-TRF    TO WRK-QTD-ED.
           MOVE WRK-CUSTO      TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-DESCRICAO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-LOTE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-CUSTO-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0300-FINALIZAR               SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ACUM-VALOR TO WRK-TOTAL-ED.
           STRING "GUIAS EMITIDAS: "  DELIMITED BY SIZE
                  WRK-ACUM-DOCS       DELIMITED BY SIZE
                  "  VALOR: "         DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           CLOSE ESTOQUE.
           CLOSE TRANSFER.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           IF WRK-LOTES-OK
              CLOSE LOTES
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "GUIAS EMITIDAS.......... " WRK-ACUM-DOCS.
           DISPLAY "VALOR EM TRANSITO....... " WRK-TOTAL-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DA SAIDA POR TRANSFERENCIA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-TRANSFER.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "LOJAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOJAS.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "TRANSFER.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TRANSFER.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
