       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTFECHA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: FECHAMENTO DA COTACAO DE COMPRA - PARA CADA ITEM
      *           AINDA EM ABERTO DA COTACAO MOSTRA AS PROPOSTAS
      *           RECEBIDAS (COTRESP) E O COMPRADOR ESCOLHE O
      *           FORNECEDOR; A PROPOSTA ESCOLHIDA VIRA O PEDIDO DE
      *           COMPRA (PEDCOMP.DAT) COM O PRECO COTADO COMO
      *           PED-PRECO - BASE DA CONFERENCIA DA FATURA
      *           (CPCONFER) - E A DATA PREVISTA PELO PRAZO DE
      *           ENTREGA DA PROPOSTA. AS DEMAIS LINHAS FICAM NO
      *           ARQUIVO COMO PERDEDORAS, PARA A AUDITORIA DA ESCOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ESCOLHA FORA DO MENOR PRECO EXIGE O MOTIVO, QUE
      *              FICA GRAVADO NA LINHA VENCEDORA COM O OPERADOR
      *              (OPSIGNON); ITEM SEM PROPOSTA OU NAO PEDIDO E
      *              ENCERRADO SEM PEDIDO E VOLTA NA PROXIMA SUGESTAO
      *              (COTABRE OU PEDCOMP)
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

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

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

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-COTACAO   PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "COTFECHA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "COTACAO.DAT".

       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-OK       VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-COTACAO   PIC 9(06) VALUE ZEROS.
       77  WRK-PROX-NUMERO   PIC 9(06) VALUE ZEROS.

      *-------------- LINHAS EM ABERTO DA COTACAO (COTCOPY) ----------
       77  WRK-ACUM-LIN      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-LIN.
           05 WRK-LIN-ITEM OCCURS 500 TIMES.
              10 WRK-LIN-PRODUTO  PIC 9(04).
              10 WRK-LIN-FORN     PIC 9(04).
              10 WRK-LIN-QTD      PIC 9(05).
              10 WRK-LIN-PRECO    PIC 9(05)V99.
              10 WRK-LIN-PRAZO    PIC 9(03).
              10 WRK-LIN-COND     PIC X(15).
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-INI       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FIM       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MENOR     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ESCOLHA   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

      *-------------- ESCOLHA DO FORNECEDOR --------------------------
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
           88 WRK-NAO-PEDIR         VALUE 9999.
       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-PEDIDO-GERADO PIC 9(06) VALUE ZEROS.
       77  WRK-PREVISTA      PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-PRAZO    PIC S9(04) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-NOME-FOR      PIC X(20) VALUE SPACES.
       77  WRK-VALOR-TOTAL   PIC 9(11)V99 VALUE ZEROS.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ITENS    PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-PEDIDOS  PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-SEM-PED  PIC 9(03) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-COTACAO  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- QUEM ESCOLHE O FORNECEDOR FICA GRAVADO NA COTACAO
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O COTACAO.
           IF FS-COTACAO NOT EQUAL 00
              MOVE "NENHUMA COTACAO ABERTA AINDA  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- ARQUIVO DE PEDIDOS; SE AINDA NAO EXISTE, CRIA VAZIO
           OPEN I-O PEDCOMP.
           IF FS-PEDCOMP EQUAL 35
              OPEN OUTPUT PEDCOMP
              CLOSE PEDCOMP
              OPEN I-O PEDCOMP
           END-IF.
           IF FS-PEDCOMP NOT EQUAL 00
              MOVE "ARQUIVO DE PEDIDOS NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "PEDCOMP.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PEDCOMP TO FS-COTACAO
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
           PERFORM 0110-PROXIMO-NUMERO.
           DISPLAY "FECHAMENTO DE COTACAO DE COMPRA".
           DISPLAY "NUMERO DA COTACAO: "
             ACCEPT WRK-NUM-COTACAO.
           PERFORM 0120-CARREGAR-ABERTAS.
           IF WRK-ACUM-LIN EQUAL ZEROS
              DISPLAY "COTACAO " WRK-NUM-COTACAO " INEXISTENTE OU "
                      "JA FECHADA"
              MOVE 4 TO RETURN-CODE
           END-IF.

       0110-PROXIMO-NUMERO          SECTION.
      *--------------------------------------------------------------
      *-------- O PROXIMO NUMERO DE PEDIDO E O MAIOR DO ARQUIVO
      *-------- MAIS UM, COMO NO PEDCOMP
      *--------------------------------------------------------------
           MOVE 1 TO WRK-PROX-NUMERO.
           MOVE ZEROS TO PED-NUMERO.
           START PEDCOMP KEY GREATER PED-NUMERO
             INVALID KEY
                GO TO 0110-PROXIMO-FIM
           END-START.
           READ PEDCOMP NEXT
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
              COMPUTE WRK-PROX-NUMERO = PED-NUMERO + 1
              READ PEDCOMP NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-PEDCOMP.

       0110-PROXIMO-FIM.
           EXIT.

       0120-CARREGAR-ABERTAS        SECTION.
           MOVE WRK-NUM-COTACAO TO COT-NUMERO.
           MOVE ZEROS           TO COT-PRODUTO COT-FORNECEDOR.
           START COTACAO KEY NOT LESS COT-CHAVE
             INVALID KEY
                GO TO 0120-CARREGAR-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
                      OR COT-NUMERO NOT EQUAL WRK-NUM-COTACAO
              IF COT-EM-ABERTO
                 IF WRK-ACUM-LIN NOT LESS 500
                    SET WRK-TRANSBORDOU TO TRUE
                 ELSE
                    ADD 1 TO WRK-ACUM-LIN
                    MOVE COT-PRODUTO    TO WRK-LIN-PRODUTO(WRK-ACUM-LIN)
                    MOVE COT-FORNECEDOR TO WRK-LIN-FORN(WRK-ACUM-LIN)
                    MOVE COT-QTD        TO WRK-LIN-QTD(WRK-ACUM-LIN)
                    MOVE COT-PRECO      TO WRK-LIN-PRECO(WRK-ACUM-LIN)
                    MOVE COT-PRAZO-ENTREGA
                      TO WRK-LIN-PRAZO(WRK-ACUM-LIN)
                    MOVE COT-COND-PAGTO TO WRK-LIN-COND(WRK-ACUM-LIN)
                 END-IF
              END-IF
              READ COTACAO NEXT
           END-PERFORM.
           IF WRK-TRANSBORDOU
              DISPLAY "AVISO: COTACAO COM MAIS LINHAS QUE A TABELA "
                      "COMPORTA - O RESTANTE FICA PARA OUTRA RODADA"
           END-IF.

       0120-CARREGAR-FIM.
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
              PERFORM 0210-FECHAR-ITEM
              COMPUTE WRK-IDX-INI = WRK-IDX-FIM + 1
           END-PERFORM.

       0210-FECHAR-ITEM             SECTION.
           ADD 1 TO WRK-ACUM-ITENS.
           MOVE ZEROS TO WRK-PEDIDO-GERADO WRK-IDX-ESCOLHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE WRK-LIN-PRODUTO(WRK-IDX-INI) TO PROD-CODIGO
              READ PRODUTOS
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           DISPLAY "-----------------------".
           DISPLAY "PRODUTO " WRK-LIN-PRODUTO(WRK-IDX-INI) " "
                   WRK-DESCRICAO " QTD " WRK-LIN-QTD(WRK-IDX-INI).
      *-------- LISTA AS PROPOSTAS E ACHA A DE MENOR PRECO
           MOVE ZEROS TO WRK-IDX-MENOR.
           PERFORM VARYING WRK-IDX FROM WRK-IDX-INI BY 1
                   UNTIL WRK-IDX GREATER WRK-IDX-FIM
              PERFORM 0215-MOSTRAR-PROPOSTA
           END-PERFORM.
           IF WRK-IDX-MENOR EQUAL ZEROS
              DISPLAY "ITEM SEM NENHUMA PROPOSTA - ENCERRADO SEM "
                      "PEDIDO"
              ADD 1 TO WRK-ACUM-SEM-PED
              PERFORM 0240-ATUALIZAR-LINHAS
              GO TO 0210-FECHAR-FIM
           END-IF.
           PERFORM 0220-ESCOLHER-PROPOSTA.
           IF WRK-IDX-ESCOLHA EQUAL ZEROS
              DISPLAY "ITEM ENCERRADO SEM PEDIDO"
              ADD 1 TO WRK-ACUM-SEM-PED
              PERFORM 0240-ATUALIZAR-LINHAS
              GO TO 0210-FECHAR-FIM
           END-IF.
           PERFORM 0230-GRAVAR-PEDIDO.
           IF WRK-PEDIDO-GERADO EQUAL ZEROS
      *-------- PEDIDO NAO GRAVOU: O ITEM FICA EM ABERTO NA COTACAO
              GO TO 0210-FECHAR-FIM
           END-IF.
           PERFORM 0240-ATUALIZAR-LINHAS.

       0210-FECHAR-FIM.
           EXIT.

       0215-MOSTRAR-PROPOSTA        SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-FOR.
           IF WRK-FORNECED-OK
              MOVE WRK-LIN-FORN(WRK-IDX) TO FOR-CODIGO
              READ FORNECED
                NOT INVALID KEY
                   MOVE FOR-NOME TO WRK-NOME-FOR
              END-READ
           END-IF.
           IF WRK-LIN-PRECO(WRK-IDX) EQUAL ZEROS
              DISPLAY "  " WRK-LIN-FORN(WRK-IDX) " " WRK-NOME-FOR
                      " SEM PROPOSTA"
              GO TO 0215-MOSTRAR-FIM
           END-IF.
           IF WRK-IDX-MENOR EQUAL ZEROS
              OR WRK-LIN-PRECO(WRK-IDX)
                 LESS WRK-LIN-PRECO(WRK-IDX-MENOR)
              MOVE WRK-IDX TO WRK-IDX-MENOR
           END-IF.
           COMPUTE WRK-VALOR-TOTAL = WRK-LIN-PRECO(WRK-IDX)
                                   * WRK-LIN-QTD(WRK-IDX).
           MOVE WRK-LIN-PRECO(WRK-IDX) TO WRK-PRECO-ED.
           MOVE WRK-VALOR-TOTAL        TO WRK-TOTAL-ED.
           DISPLAY "  " WRK-LIN-FORN(WRK-IDX) " " WRK-NOME-FOR
                   " PRECO " WRK-PRECO-ED " TOTAL " WRK-TOTAL-ED.
           DISPLAY "       PRAZO " WRK-LIN-PRAZO(WRK-IDX) " DIAS - "
                   WRK-LIN-COND(WRK-IDX).

       0215-MOSTRAR-FIM.
           EXIT.

       0220-ESCOLHER-PROPOSTA       SECTION.
      *--------------------------------------------------------------
      *-------- SO VALE FORNECEDOR COM PROPOSTA NO ITEM; ZEROS PEGA O
      *-------- MENOR PRECO E 9999 ENCERRA O ITEM SEM PEDIDO
      *--------------------------------------------------------------
           MOVE WRK-LIN-PRECO(WRK-IDX-MENOR) TO WRK-PRECO-ED.
           DISPLAY "MENOR PRECO: FORNECEDOR "
                   WRK-LIN-FORN(WRK-IDX-MENOR) " A " WRK-PRECO-ED.
           PERFORM UNTIL WRK-IDX-ESCOLHA GREATER ZEROS
              DISPLAY "FORNECEDOR ESCOLHIDO (ZEROS = MENOR PRECO, "
                      "9999 = NAO PEDIR): "
                ACCEPT WRK-FORNECEDOR
              IF WRK-NAO-PEDIR
                 GO TO 0220-ESCOLHER-FIM
              END-IF
              IF WRK-FORNECEDOR EQUAL ZEROS
                 MOVE WRK-IDX-MENOR TO WRK-IDX-ESCOLHA
              ELSE
                 PERFORM VARYING WRK-IDX FROM WRK-IDX-INI BY 1
                         UNTIL WRK-IDX GREATER WRK-IDX-FIM
                    IF WRK-LIN-FORN(WRK-IDX) EQUAL WRK-FORNECEDOR
                       AND WRK-LIN-PRECO(WRK-IDX) GREATER ZEROS
                       MOVE WRK-IDX TO WRK-IDX-ESCOLHA
                    END-IF
                 END-PERFORM
                 IF WRK-IDX-ESCOLHA EQUAL ZEROS
                    DISPLAY "FORNECEDOR " WRK-FORNECEDOR " SEM "
                            "PROPOSTA NESTE ITEM"
                 END-IF
              END-IF
           END-PERFORM.
      *-------- FORA DO MENOR PRECO, O MOTIVO E OBRIGATORIO
           IF WRK-LIN-PRECO(WRK-IDX-ESCOLHA)
              GREATER WRK-LIN-PRECO(WRK-IDX-MENOR)
              PERFORM UNTIL WRK-MOTIVO NOT EQUAL SPACES
                 DISPLAY "MOTIVO DA ESCOLHA FORA DO MENOR PRECO: "
                   ACCEPT WRK-MOTIVO
              END-PERFORM
           ELSE
              MOVE "MENOR PRECO" TO WRK-MOTIVO
           END-IF.

       0220-ESCOLHER-FIM.
           EXIT.

       0230-GRAVAR-PEDIDO           SECTION.
      *-------- PREVISTA PELO PRAZO DA PROPOSTA; SEM PRAZO, 7 DIAS
      *-------- COMO NO PEDCOMP (MODULO DATAADD)
           MOVE WRK-LIN-PRAZO(WRK-IDX-ESCOLHA) TO WRK-DIAS-PRAZO.
           IF WRK-DIAS-PRAZO EQUAL ZEROS
              MOVE 7 TO WRK-DIAS-PRAZO
           END-IF.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-PRAZO
                                 WRK-PREVISTA.
           MOVE WRK-PROX-NUMERO TO PED-NUMERO.
           MOVE WRK-LIN-FORN(WRK-IDX-ESCOLHA)    TO PED-FORNECEDOR.
           MOVE WRK-LIN-PRODUTO(WRK-IDX-ESCOLHA) TO PED-PRODUTO.
           MOVE WRK-LIN-QTD(WRK-IDX-ESCOLHA)     TO PED-QTD-PEDIDA.
           MOVE ZEROS           TO PED-QTD-RECEB.
           MOVE WRK-DATA-HOJE   TO PED-DATA-EMISSAO.
           MOVE WRK-PREVISTA    TO PED-DATA-PREVISTA.
           MOVE "P"             TO PED-SITUACAO.
           MOVE WRK-LIN-PRECO(WRK-IDX-ESCOLHA)   TO PED-PRECO.
           WRITE REG-PEDCOMP
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR O PEDIDO " WRK-PROX-NUMERO
                        " - ITEM CONTINUA EM ABERTO NA COTACAO"
             NOT INVALID KEY
                MOVE WRK-PROX-NUMERO TO WRK-PEDIDO-GERADO
                ADD 1 TO WRK-ACUM-PEDIDOS
                DISPLAY "PEDIDO " WRK-PROX-NUMERO " GERADO - "
                        PED-QTD-PEDIDA " UN PARA " WRK-PREVISTA
                ADD 1 TO WRK-PROX-NUMERO
           END-WRITE.

       0240-ATUALIZAR-LINHAS        SECTION.
      *--------------------------------------------------------------
      *-------- A ESCOLHIDA VIRA "V" COM O PEDIDO E O MOTIVO; AS
      *-------- DEMAIS FICAM "P" - NENHUMA LINHA E APAGADA
      *--------------------------------------------------------------
           PERFORM VARYING WRK-IDX FROM WRK-IDX-INI BY 1
                   UNTIL WRK-IDX GREATER WRK-IDX-FIM
              MOVE WRK-NUM-COTACAO         TO COT-NUMERO
              MOVE WRK-LIN-PRODUTO(WRK-IDX) TO COT-PRODUTO
              MOVE WRK-LIN-FORN(WRK-IDX)    TO COT-FORNECEDOR
              READ COTACAO
                INVALID KEY
                   DISPLAY "LINHA DO FORNECEDOR " COT-FORNECEDOR
                           " SUMIU DA COTACAO"
                NOT INVALID KEY
                   IF WRK-IDX EQUAL WRK-IDX-ESCOLHA
                      MOVE "V"               TO COT-SITUACAO
                      MOVE WRK-PEDIDO-GERADO TO COT-PEDIDO
                      MOVE WRK-MOTIVO        TO COT-MOTIVO
                   ELSE
                      MOVE "P"               TO COT-SITUACAO
                   END-IF
                   MOVE WRK-OPERADOR TO COT-OPERADOR
                   REWRITE REG-COTACAO
                     INVALID KEY
                        DISPLAY "ERRO AO FECHAR A LINHA DO "
                                "FORNECEDOR " COT-FORNECEDOR
                   END-REWRITE
              END-READ
           END-PERFORM.

       0300-FINALIZAR               SECTION.
           CLOSE COTACAO.
           CLOSE PEDCOMP.
           IF WRK-FORNECED-OK
              CLOSE FORNECED
           END-IF.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "ITENS FECHADOS.......... " WRK-ACUM-ITENS.
           DISPLAY "PEDIDOS GERADOS......... " WRK-ACUM-PEDIDOS.
           DISPLAY "ITENS SEM PEDIDO........ " WRK-ACUM-SEM-PED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO FECHAMENTO DA COTACAO " WRK-NUM-COTACAO.

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
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
