       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTMAPA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MAPA COMPARATIVO DA COTACAO DE COMPRA - PARA CADA
      *           ITEM DA COTACAO INFORMADA LISTA OS FORNECEDORES
      *           CONVIDADOS COM O PRECO UNITARIO, O VALOR TOTAL DA
      *           QUANTIDADE COTADA, O PRAZO DE ENTREGA E A CONDICAO
      *           DE PAGAMENTO, MARCANDO O MENOR PRECO; COTACAO JA
      *           FECHADA MOSTRA A PROPOSTA ESCOLHIDA, O PEDIDO
      *           GERADO E O MOTIVO DA ESCOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: IMPRESSO PELO MODULO RELPRINT; AS PROPOSTAS SAO
      *              DIGITADAS NO COTRESP E A ESCOLHA E O COTFECHA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO WRK-PATH-COTACAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COT-CHAVE
             FILE STATUS IS FS-COTACAO.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.


       DATA DIVISION.
       FILE SECTION.
       FD  COTACAO.
       COPY "COTCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-COTACAO   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "COTMAPA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "COTACAO.DAT".

       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-OK       VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".

       77  WRK-NUM-COTACAO   PIC 9(06) VALUE ZEROS.

      *-------------- LINHAS DA COTACAO (COTCOPY) --------------------
       77  WRK-ACUM-LIN      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-LIN.
           05 WRK-LIN-ITEM OCCURS 500 TIMES.
              10 WRK-LIN-PRODUTO  PIC 9(04).
              10 WRK-LIN-FORN     PIC 9(04).
              10 WRK-LIN-QTD      PIC 9(05).
              10 WRK-LIN-PRECO    PIC 9(05)V99.
              10 WRK-LIN-PRAZO    PIC 9(03).
              10 WRK-LIN-COND     PIC X(15).
              10 WRK-LIN-SITUACAO PIC X(01).
              10 WRK-LIN-PEDIDO   PIC 9(06).
              10 WRK-LIN-MOTIVO   PIC X(30).
              10 WRK-LIN-OPERADOR PIC X(08).
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-INI       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FIM       PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

       77  WRK-MENOR-PRECO   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-NOME-FOR      PIC X(20) VALUE SPACES.
       77  WRK-MARCA         PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ITENS    PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-RESPOSTAS PIC 9(03) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-COTACAO  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT COTACAO.
           IF FS-COTACAO NOT EQUAL 00
              MOVE "NENHUMA COTACAO ABERTA AINDA  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED EQUAL 00
              SET WRK-FORNECED-OK TO TRUE
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
           DISPLAY "NUMERO DA COTACAO: "
             ACCEPT WRK-NUM-COTACAO.
           PERFORM 0110-CARREGAR-COTACAO.
           IF WRK-ACUM-LIN EQUAL ZEROS
              DISPLAY "COTACAO " WRK-NUM-COTACAO " NAO ENCONTRADA"
              CLOSE COTACAO
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "MAPA COMPARATIVO DA COTACAO " DELIMITED BY SIZE
                  WRK-NUM-COTACAO                DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "  FORN NOME                 PRECO UN" DELIMITED
                  BY SIZE
                  "         TOTAL PRAZO CONDICAO" DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0110-CARREGAR-COTACAO        SECTION.
      *--------------------------------------------------------------
      *-------- AS LINHAS VEM NA ORDEM DA CHAVE: PRODUTO E, DENTRO
      *-------- DELE, FORNECEDOR
      *--------------------------------------------------------------
           MOVE WRK-NUM-COTACAO TO COT-NUMERO.
           MOVE ZEROS           TO COT-PRODUTO COT-FORNECEDOR.
           START COTACAO KEY NOT LESS COT-CHAVE
             INVALID KEY
                GO TO 0110-CARREGAR-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
                      OR COT-NUMERO NOT EQUAL WRK-NUM-COTACAO
              IF WRK-ACUM-LIN NOT LESS 500
                 SET WRK-TRANSBORDOU TO TRUE
              ELSE
                 ADD 1 TO WRK-ACUM-LIN
                 MOVE COT-PRODUTO       TO WRK-LIN-PRODUTO(WRK-ACUM-LIN)
                 MOVE COT-FORNECEDOR    TO WRK-LIN-FORN(WRK-ACUM-LIN)
                 MOVE COT-QTD           TO WRK-LIN-QTD(WRK-ACUM-LIN)
                 MOVE COT-PRECO         TO WRK-LIN-PRECO(WRK-ACUM-LIN)
                 MOVE COT-PRAZO-ENTREGA TO WRK-LIN-PRAZO(WRK-ACUM-LIN)
                 MOVE COT-COND-PAGTO    TO WRK-LIN-COND(WRK-ACUM-LIN)
                 MOVE COT-SITUACAO
                   TO WRK-LIN-SITUACAO(WRK-ACUM-LIN)
                 MOVE COT-PEDIDO        TO WRK-LIN-PEDIDO(WRK-ACUM-LIN)
                 MOVE COT-MOTIVO        TO WRK-LIN-MOTIVO(WRK-ACUM-LIN)
                 MOVE COT-OPERADOR
                   TO WRK-LIN-OPERADOR(WRK-ACUM-LIN)
              END-IF
              READ COTACAO NEXT
           END-PERFORM.

       0110-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           MOVE 1 TO WRK-IDX-INI.
           PERFORM UNTIL WRK-IDX-INI GREATER WRK-ACUM-LIN
              MOVE WRK-IDX-INI TO WRK-IDX-FIM
              PERFORM UNTIL WRK-IDX-FIM NOT LESS WRK-ACUM-LIN
                 OR WRK-LIN-PRODUTO(WRK-IDX-FIM + 1) NOT EQUAL
                    WRK-LIN-PRODUTO(WRK-IDX-INI)
                 ADD 1 TO WRK-IDX-FIM
              END-PERFORM
              PERFORM 0210-MAPA-DO-ITEM
              COMPUTE WRK-IDX-INI = WRK-IDX-FIM + 1
           END-PERFORM.

       0210-MAPA-DO-ITEM            SECTION.
           ADD 1 TO WRK-ACUM-ITENS.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE WRK-LIN-PRODUTO(WRK-IDX-INI) TO PROD-CODIGO
              READ PRODUTOS
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
      *-------- MENOR PRECO ENTRE AS PROPOSTAS DO ITEM
           MOVE ZEROS TO WRK-MENOR-PRECO.
           PERFORM VARYING WRK-IDX FROM WRK-IDX-INI BY 1
                   UNTIL WRK-IDX GREATER WRK-IDX-FIM
              IF WRK-LIN-PRECO(WRK-IDX) GREATER ZEROS
                 AND (WRK-MENOR-PRECO EQUAL ZEROS
                  OR WRK-LIN-PRECO(WRK-IDX) LESS WRK-MENOR-PRECO)
                 MOVE WRK-LIN-PRECO(WRK-IDX) TO WRK-MENOR-PRECO
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "PRODUTO "                   DELIMITED BY SIZE
                  WRK-LIN-PRODUTO(WRK-IDX-INI) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WRK-DESCRICAO                DELIMITED BY SIZE
                  " QTD "                      DELIMITED BY SIZE
                  WRK-LIN-QTD(WRK-IDX-INI)     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX FROM WRK-IDX-INI BY 1
                   UNTIL WRK-IDX GREATER WRK-IDX-FIM
              PERFORM 0220-LINHA-FORNECEDOR
           END-PERFORM.

       0220-LINHA-FORNECEDOR        SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-FOR.
           IF WRK-FORNECED-OK
              MOVE WRK-LIN-FORN(WRK-IDX) TO FOR-CODIGO
              READ FORNECED
                NOT INVALID KEY
                   MOVE FOR-NOME TO WRK-NOME-FOR
              END-READ
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WRK-LIN-PRECO(WRK-IDX) EQUAL ZEROS
              STRING "  "                  DELIMITED BY SIZE
                     WRK-LIN-FORN(WRK-IDX) DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-NOME-FOR          DELIMITED BY SIZE
                     " SEM PROPOSTA"       DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
           ELSE
              ADD 1 TO WRK-ACUM-RESPOSTAS
              COMPUTE WRK-VALOR-TOTAL = WRK-LIN-PRECO(WRK-IDX)
                                      * WRK-LIN-QTD(WRK-IDX)
              MOVE WRK-LIN-PRECO(WRK-IDX) TO WRK-PRECO-ED
              MOVE WRK-VALOR-TOTAL        TO WRK-TOTAL-ED
              MOVE SPACES TO WRK-MARCA
              IF WRK-LIN-PRECO(WRK-IDX) EQUAL WRK-MENOR-PRECO
                 MOVE "*" TO WRK-MARCA
              END-IF
              STRING "  "                   DELIMITED BY SIZE
                     WRK-LIN-FORN(WRK-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WRK-NOME-FOR           DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WRK-PRECO-ED           DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WRK-TOTAL-ED           DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WRK-LIN-PRAZO(WRK-IDX) DELIMITED BY SIZE
                     "D "                   DELIMITED BY SIZE
                     WRK-LIN-COND(WRK-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WRK-MARCA              DELIMITED BY SIZE
                     WRK-LIN-SITUACAO(WRK-IDX) DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
           END-IF.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- PROPOSTA ESCOLHIDA: PEDIDO, MOTIVO E QUEM ESCOLHEU
           IF WRK-LIN-SITUACAO(WRK-IDX) EQUAL "V"
              MOVE SPACES TO WRK-REL-LINHA
              STRING "       ESCOLHIDA - PEDIDO " DELIMITED BY SIZE
                     WRK-LIN-PEDIDO(WRK-IDX)     DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WRK-LIN-MOTIVO(WRK-IDX)     DELIMITED BY SIZE
                     " POR "                     DELIMITED BY SIZE
                     WRK-LIN-OPERADOR(WRK-IDX)   DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE COTACAO.
           IF WRK-FORNECED-OK
              CLOSE FORNECED
           END-IF.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "* MENOR PRECO  A AGUARDANDO  R RESPONDIDA  "
                  DELIMITED BY SIZE
                  "V ESCOLHIDA  P PERDEDORA" DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ITENS: "           DELIMITED BY SIZE
                  WRK-ACUM-ITENS      DELIMITED BY SIZE
                  "  CONVITES: "      DELIMITED BY SIZE
                  WRK-ACUM-LIN        DELIMITED BY SIZE
                  "  PROPOSTAS: "     DELIMITED BY SIZE
                  WRK-ACUM-RESPOSTAS  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-TRANSBORDOU
              DISPLAY "AVISO: COTACAO COM MAIS LINHAS QUE A TABELA "
                      "COMPORTA - MAPA INCOMPLETO"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DO MAPA DA COTACAO " WRK-NUM-COTACAO.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-COTACAO.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "COTACAO.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-COTACAO.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
