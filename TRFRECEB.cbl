       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFRECEB.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONFIRMACAO NA LOJA DE DESTINO DA CHEGADA DE UMA
      *           TRANSFERENCIA ENTRE LOJAS (GUIA DO TRFENVIA) - ABRE
      *           O TRANSFER.DAT DA LOJA DE ORIGEM PELO DIRETORIO DO
      *           CADASTRO LOJAS.txt, CONFERE ITEM A ITEM A QUANTIDADE
      *           QUE CHEGOU (PODE HAVER FALTA), SOMA NA FICHA DE
      *           ESTOQUE (ESTOQUE.DAT) DESTA LOJA RECALCULANDO O
      *           CUSTO MEDIO COM O CUSTO DA ORIGEM, ABRE OU SOMA O
      *           LOTE DO PERECIVEL (LOTES.DAT), REGISTRA O MOVIMENTO
      *           NO LIVRO (MODULO ESTMVLOG, TIPO "TRS") E FECHA O
      *           ITEM NA ORIGEM COMO RECEBIDO OU RECEBIDO COM FALTA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LOJA DE DESTINO = LOJA DA INSTALACAO (MODULO
      *              LOJAID); ORIGEM SEM DIRETORIO NO LOJAS.txt USA O
      *              DIRETORIO DE DADOS DESTA INSTALACAO. O CUSTO
      *              MEDIO SEGUE A REGRA DO ESTRECEB (SALDO POSITIVO
      *              PONDERA, ZERADO OU NEGATIVO ASSUME O DA ENTRADA).
      *              A FALTA JA SAIU DA ORIGEM NA GUIA E FICA COMO
      *              PERDA NO TRANSITO, IMPRESSA NA CONFERENCIA. SO
      *              COM O MES ABERTO NO CONTROLE DE PERIODO (PERCHK)
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

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "TRFRECEB".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ESTOQUE.DAT".

       77  WRK-SW-LOTES      PIC X(01) VALUE "N".
           88 WRK-LOTES-OK          VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".
       77  WRK-SW-MAIS       PIC X(01) VALUE "S".
           88 WRK-MAIS-TRANSF       VALUE "S" "s".
       77  WRK-SW-TUDO       PIC X(01) VALUE "S".
           88 WRK-CHEGOU-TUDO       VALUE "S" "s".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-TRF       PIC 9(06) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-QTD-RECEB     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALTA     PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-FALTA   PIC 9(09)V99 VALUE ZEROS.

      *-------------- LOJAS (DESTINO = LOJA DA INSTALACAO) -----------
       77  WRK-LOJA          PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-ORIGEM   PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-ORIGEM   PIC X(20) VALUE SPACES.
       77  WRK-DIR-ORIGEM    PIC X(40) VALUE SPACES.

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
       77  WRK-FALTA-DOC     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-DOCS     PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ITENS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-FALTAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-VALOR-FALTA PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-QTD-ED        PIC ZZ.ZZ9.
       77  WRK-QTD2-ED       PIC ZZ.ZZ9.
       77  WRK-QTD3-ED       PIC ZZ.ZZ9.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
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
           DISPLAY "TRANSFERENCIA ENTRE LOJAS - CHEGADA NA LOJA "
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
                      "CONTROLE DE PERIODO - RECEBIMENTO NAO "
                      "PERMITIDO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 35
              OPEN OUTPUT ESTOQUE
              CLOSE ESTOQUE
              OPEN I-O ESTOQUE
           END-IF.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O LOTES.
           IF FS-LOTES EQUAL 35
              OPEN OUTPUT LOTES
              CLOSE LOTES
              OPEN I-O LOTES
           END-IF.
           IF FS-LOTES EQUAL 00
              SET WRK-LOTES-OK TO TRUE
           ELSE
              DISPLAY "LOTES.DAT NAO ABRIU - STATUS " FS-LOTES
                      " - LOTE DO PERECIVEL NAO SERA ABERTO"
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-OK TO TRUE
           END-IF.

           MOVE "CONFERENCIA DE TRANSFERENCIA RECEBIDA"
             TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "PROD DESCRICAO            LOTE       ENVIADO"
                  DELIMITED BY SIZE
                  " RECEBIDO  FALTA   VALOR FALTA" DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-PROCESSAR               SECTION.
           PERFORM UNTIL NOT WRK-MAIS-TRANSF
              PERFORM 0210-TRANSFERENCIA
              MOVE "N" TO WRK-SW-MAIS
              DISPLAY "MAIS TRANSFERENCIAS (S/N)? "
                ACCEPT WRK-SW-MAIS
           END-PERFORM.

       0210-TRANSFERENCIA           SECTION.
           MOVE ZEROS TO WRK-ITENS-DOC.
           MOVE ZEROS TO WRK-FALTA-DOC.
           DISPLAY "LOJA DE ORIGEM: "
             ACCEPT WRK-LOJA-ORIGEM.
           IF WRK-LOJA-ORIGEM EQUAL WRK-LOJA
              DISPLAY "ORIGEM IGUAL A ESTA LOJA - IGNORADA"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           PERFORM 0220-LOCALIZAR-ORIGEM.
           IF NOT WRK-ACHOU
              DISPLAY "LOJA " WRK-LOJA-ORIGEM " FORA DO CADASTRO "
                      "LOJAS.txt - IGNORADA"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
      *-------- TRANSFER.DAT DA ORIGEM, PELO DIRETORIO DO CADASTRO
           MOVE SPACES TO WRK-PATH-TRANSFER.
           IF WRK-DIR-ORIGEM EQUAL SPACES
              STRING WRK-PATH-DIR   DELIMITED BY SPACES
                     "TRANSFER.DAT" DELIMITED BY SIZE
                     INTO WRK-PATH-TRANSFER
           ELSE
              STRING WRK-DIR-ORIGEM DELIMITED BY SPACES
                     "TRANSFER.DAT" DELIMITED BY SIZE
                     INTO WRK-PATH-TRANSFER
           END-IF.
           OPEN I-O TRANSFER.
           IF FS-TRANSFER NOT EQUAL 00
              DISPLAY "TRANSFERENCIAS DA LOJA " WRK-LOJA-ORIGEM
                      " NAO ABRIRAM - STATUS " FS-TRANSFER
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           DISPLAY "NUMERO DA GUIA DE TRANSFERENCIA: "
             ACCEPT WRK-NUM-TRF.

           MOVE WRK-NUM-TRF TO TRF-NUMERO.
           MOVE ZEROS       TO TRF-PRODUTO.
           MOVE SPACES      TO TRF-LOTE.
           START TRANSFER KEY NOT LESS TRF-CHAVE
             INVALID KEY
                MOVE 23 TO FS-TRANSFER
           END-START.
           IF FS-TRANSFER EQUAL 00
              READ TRANSFER NEXT
           END-IF.
           PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
                      OR TRF-NUMERO NOT EQUAL WRK-NUM-TRF
              EVALUATE TRUE
                 WHEN TRF-LOJA-DESTINO NOT EQUAL WRK-LOJA
                    DISPLAY "ITEM " TRF-PRODUTO " DESTINADO A LOJA "
                            TRF-LOJA-DESTINO " - NAO RECEBIDO AQUI"
                 WHEN NOT TRF-EM-TRANSITO
                    DISPLAY "ITEM " TRF-PRODUTO " JA RECEBIDO EM "
                            TRF-DATA-RECEB
                 WHEN OTHER
                    PERFORM 0230-RECEBER-ITEM
              END-EVALUATE
              READ TRANSFER NEXT
           END-PERFORM.
           CLOSE TRANSFER.

           IF WRK-ITENS-DOC EQUAL ZEROS
              DISPLAY "GUIA " WRK-NUM-TRF " SEM ITEM EM TRANSITO "
                      "PARA ESTA LOJA"
              GO TO 0210-TRANSFERENCIA-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-DOCS.
           ADD WRK-FALTA-DOC TO WRK-ACUM-VALOR-FALTA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-FALTA-DOC TO WRK-VALOR-ED.
           STRING "FALTA NO TRANSITO (CUSTO DA ORIGEM)... "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "GUIA " WRK-NUM-TRF " RECEBIDA - "
                   WRK-ITENS-DOC " ITEM(NS)".

       0210-TRANSFERENCIA-FIM.
           EXIT.

       0220-LOCALIZAR-ORIGEM        SECTION.
      *--------------------------------------------------------------
      *-------- A LOJA DE ORIGEM TEM DE ESTAR NO LOJAS.txt
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE SPACES TO WRK-NOME-ORIGEM.
           MOVE SPACES TO WRK-DIR-ORIGEM.
           OPEN INPUT LOJAS.
           IF FS-LOJAS NOT EQUAL 00
              DISPLAY "LOJAS.txt NAO ABRIU - STATUS " FS-LOJAS
              GO TO 0220-LOCALIZAR-FIM
           END-IF.
           READ LOJAS
           PERFORM UNTIL FS-LOJAS NOT EQUAL 00 OR WRK-ACHOU
              IF LOJ-CODIGO EQUAL WRK-LOJA-ORIGEM
                 SET WRK-ACHOU TO TRUE
                 MOVE LOJ-NOME TO WRK-NOME-ORIGEM
                 MOVE LOJ-DIR  TO WRK-DIR-ORIGEM
              ELSE
                 READ LOJAS
              END-IF
           END-PERFORM.
           CLOSE LOJAS.

       0220-LOCALIZAR-FIM.
           EXIT.

       0230-RECEBER-ITEM            SECTION.
           IF WRK-ITENS-DOC EQUAL ZEROS
              PERFORM 0250-ABRIR-CONFERENCIA
           END-IF.
           MOVE TRF-PRODUTO TO WRK-PRODUTO.
           DISPLAY "PRODUTO " TRF-PRODUTO " LOTE " TRF-LOTE
                   " ENVIADO " TRF-QTD-ENVIADA.
           MOVE "S" TO WRK-SW-TUDO.
           DISPLAY "CHEGOU TUDO (S/N)? "
             ACCEPT WRK-SW-TUDO.
           IF WRK-CHEGOU-TUDO
              MOVE TRF-QTD-ENVIADA TO WRK-QTD-RECEB
           ELSE
              MOVE 99999 TO WRK-QTD-RECEB
              PERFORM UNTIL WRK-QTD-RECEB NOT GREATER
                            TRF-QTD-ENVIADA
                 DISPLAY "QUANTIDADE QUE CHEGOU (ATE "
                         TRF-QTD-ENVIADA "): "
                   ACCEPT WRK-QTD-RECEB
              END-PERFORM
           END-IF.
           COMPUTE WRK-QTD-FALTA = TRF-QTD-ENVIADA - WRK-QTD-RECEB.
           COMPUTE WRK-VALOR-FALTA = WRK-QTD-FALTA * TRF-CUSTO.

           IF WRK-QTD-RECEB GREATER ZEROS
              PERFORM 0240-ENTRAR-ESTOQUE
           END-IF.

      *-------- FECHA O ITEM NO TRANSFER.DAT DA ORIGEM
           MOVE WRK-QTD-RECEB TO TRF-QTD-RECEBIDA.
           MOVE WRK-DATA-HOJE TO TRF-DATA-RECEB.
           MOVE WRK-OPERADOR  TO TRF-OPERADOR-RECEB.
           IF WRK-QTD-FALTA GREATER ZEROS
              SET TRF-RECEBIDA-FALTA TO TRUE
              ADD 1 TO WRK-ACUM-FALTAS
           ELSE
              SET TRF-RECEBIDA TO TRUE
           END-IF.
           REWRITE REG-TRANSFER
             INVALID KEY
                DISPLAY "ERRO AO FECHAR O ITEM " TRF-PRODUTO
                        " NA GUIA " WRK-NUM-TRF
           END-REWRITE.
           ADD 1 TO WRK-ITENS-DOC.
           ADD 1 TO WRK-ACUM-ITENS.
           ADD WRK-VALOR-FALTA TO WRK-FALTA-DOC.
           PERFORM 0260-IMPRIMIR-ITEM.

       0240-ENTRAR-ESTOQUE          SECTION.
      *--------------------------------------------------------------
      *-------- SOMA NA FICHA DESTA LOJA: CUSTO MEDIO MOVEL COM O
      *-------- CUSTO DA ORIGEM, COMO NO RECEBIMENTO DE FORNECEDOR
      *--------------------------------------------------------------
           MOVE TRF-PRODUTO TO EST-CODIGO.
           READ ESTOQUE
             INVALID KEY
                MOVE TRF-PRODUTO   TO EST-CODIGO
                MOVE WRK-QTD-RECEB TO EST-SALDO
                MOVE ZEROS         TO EST-MINIMO
                MOVE TRF-CUSTO     TO EST-CUSTO-MEDIO
                WRITE REG-ESTOQUE
                  INVALID KEY
                     DISPLAY "ERRO AO ABRIR A FICHA DO PRODUTO "
                             TRF-PRODUTO
                     GO TO 0240-ENTRAR-FIM
                END-WRITE
             NOT INVALID KEY
                IF EST-SALDO GREATER ZEROS
                   COMPUTE EST-CUSTO-MEDIO ROUNDED
                         = (EST-SALDO * EST-CUSTO-MEDIO
                            + WRK-QTD-RECEB * TRF-CUSTO)
                           / (EST-SALDO + WRK-QTD-RECEB)
                ELSE
                   MOVE TRF-CUSTO TO EST-CUSTO-MEDIO
                END-IF
                ADD WRK-QTD-RECEB TO EST-SALDO
                REWRITE REG-ESTOQUE
                  INVALID KEY
                     DISPLAY "ERRO AO ATUALIZAR O SALDO DO PRODUTO "
                             TRF-PRODUTO
                     GO TO 0240-ENTRAR-FIM
                END-REWRITE
           END-READ.

      *-------- PERECIVEL: ABRE OU SOMA O LOTE COM A VALIDADE DA GUIA
           IF TRF-LOTE NOT EQUAL SPACES
              IF WRK-LOTES-OK
                 MOVE TRF-PRODUTO TO LOT-PRODUTO
                 MOVE TRF-LOTE    TO LOT-LOTE
                 READ LOTES
                   INVALID KEY
                      MOVE TRF-VALIDADE  TO LOT-VALIDADE
                      MOVE WRK-QTD-RECEB TO LOT-SALDO
                      WRITE REG-LOTES
                        INVALID KEY
                           DISPLAY "ERRO AO ABRIR O LOTE " TRF-LOTE
                      END-WRITE
                   NOT INVALID KEY
                      ADD WRK-QTD-RECEB TO LOT-SALDO
                      REWRITE REG-LOTES
                        INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O LOTE "
                                   TRF-LOTE
                      END-REWRITE
                 END-READ
              ELSE
                 DISPLAY "LOTE " TRF-LOTE " NAO REGISTRADO - "
                         "LOTES.DAT INDISPONIVEL"
              END-IF
           END-IF.

      *-------- TRANSFERENCIA NO LIVRO DE MOVIMENTOS ("TRS"),
      *-------- DOCUMENTO = NUMERO DA GUIA
           MOVE "TRS"         TO WRK-MOV-TIPO.
           MOVE "+"           TO WRK-MOV-SINAL.
           MOVE WRK-QTD-RECEB TO WRK-MOV-QTD.
           MOVE WRK-NUM-TRF   TO WRK-MOV-DOCTO.
           CALL "ESTMVLOG" USING WRK-MOV-TIPO WRK-PRODUTO
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.

       0240-ENTRAR-FIM.
           EXIT.

       0250-ABRIR-CONFERENCIA       SECTION.
      *--------------------------------------------------------------
      *-------- CABECALHO DA CONFERENCIA (UMA PAGINA POR GUIA)
      *--------------------------------------------------------------
           IF WRK-ACUM-DOCS GREATER ZEROS
              MOVE "P" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "GUIA NR "          DELIMITED BY SIZE
                  WRK-NUM-TRF         DELIMITED BY SIZE
                  "  ENVIADA EM "     DELIMITED BY SIZE
                  TRF-DATA-ENVIO      DELIMITED BY SIZE
                  "  RECEBIDA EM "    DELIMITED BY SIZE
                  WRK-DATA-HOJE       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DA LOJA "          DELIMITED BY SIZE
                  WRK-LOJA-ORIGEM     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-NOME-ORIGEM     DELIMITED BY SIZE
                  " PARA A LOJA "     DELIMITED BY SIZE
                  WRK-LOJA            DELIMITED BY SIZE
                  "  OPERADOR "       DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0260-IMPRIMIR-ITEM           SECTION.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE TRF-PRODUTO TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-DESCRICAO
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           MOVE TRF-QTD-ENVIADA TO WRK-QTD-ED.
           MOVE WRK-QTD-RECEB   TO WRK-QTD2-ED.
           MOVE WRK-QTD-FALTA   TO WRK-QTD3-ED.
           MOVE WRK-VALOR-FALTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING TRF-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-DESCRICAO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRF-LOTE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  WRK-QTD2-ED     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD3-ED     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0300-FINALIZAR               SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ACUM-VALOR-FALTA TO WRK-TOTAL-ED.
           STRING "GUIAS RECEBIDAS: " DELIMITED BY SIZE
                  WRK-ACUM-DOCS       DELIMITED BY SIZE
                  "  FALTA NO TRANSITO: " DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           CLOSE ESTOQUE.
           IF WRK-LOTES-OK
              CLOSE LOTES
           END-IF.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "GUIAS RECEBIDAS......... " WRK-ACUM-DOCS.
           DISPLAY "ITENS CONFERIDOS........ " WRK-ACUM-ITENS.
           DISPLAY "ITENS COM FALTA......... " WRK-ACUM-FALTAS.
           DISPLAY "VALOR DA FALTA.......... " WRK-TOTAL-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DA CHEGADA DE TRANSFERENCIAS".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ESTOQUE.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH); NOME EM BRANCO DEVOLVE O
      *-------- DIRETORIO DE DADOS DESTA INSTALACAO
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "LOJAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOJAS.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
