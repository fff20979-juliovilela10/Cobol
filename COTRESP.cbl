       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTRESP.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: REGISTRO DAS PROPOSTAS DA COTACAO DE COMPRA - O
      *           COMPRADOR INFORMA A COTACAO E O FORNECEDOR QUE
      *           RESPONDEU, O PRAZO DE ENTREGA E A CONDICAO DE
      *           PAGAMENTO DA PROPOSTA, E O PRECO UNITARIO DE CADA
      *           ITEM PARA O QUAL O FORNECEDOR FOI CONVIDADO
      *           (COTACAO.DAT, ABERTO PELO COTABRE)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PRECO ZERADO = FORNECEDOR NAO COTOU O ITEM (A
      *              LINHA CONTINUA AGUARDANDO); PROPOSTA DIGITADA DE
      *              NOVO SUBSTITUI A ANTERIOR ENQUANTO A COTACAO NAO
      *              FOR FECHADA (COTFECHA)
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
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "COTRESP".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "COTACAO.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-COTACAO   PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-PRAZO         PIC 9(03) VALUE ZEROS.
       77  WRK-COND-PAGTO    PIC X(15) VALUE SPACES.
       77  WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-ACUM-CONVITES PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-COTADOS  PIC 9(03) VALUE ZEROS.

       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-OK       VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".
       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PROPOSTAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PRECOS   PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-COTACAO  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL NOT WRK-CONTINUA
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O COTACAO.
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
           DISPLAY "PROPOSTAS DA COTACAO DE COMPRA".

       0200-PROCESSAR               SECTION.
           DISPLAY "-----------------------".
           DISPLAY "NUMERO DA COTACAO: "
             ACCEPT WRK-NUM-COTACAO.
           DISPLAY "FORNECEDOR QUE RESPONDEU: "
             ACCEPT WRK-FORNECEDOR.
           IF WRK-FORNECED-OK
              MOVE WRK-FORNECEDOR TO FOR-CODIGO
              READ FORNECED
                INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NAO "
                           "CADASTRADO NO FORNMANT"
                   GO TO 0200-PERGUNTAR-MAIS
                NOT INVALID KEY
                   DISPLAY "FORNECEDOR: " FOR-NOME
              END-READ
           END-IF.
      *-------- PRAZO E CONDICAO VALEM PARA A PROPOSTA TODA
           DISPLAY "PRAZO DE ENTREGA EM DIAS: "
             ACCEPT WRK-PRAZO.
           DISPLAY "CONDICAO DE PAGAMENTO (EX. 28 DDL, 30/60): "
             ACCEPT WRK-COND-PAGTO.
           MOVE ZEROS TO WRK-ACUM-CONVITES WRK-ACUM-COTADOS.
           PERFORM 0210-PRECOS-DA-PROPOSTA.
           IF WRK-ACUM-CONVITES EQUAL ZEROS
              DISPLAY "FORNECEDOR " WRK-FORNECEDOR " SEM CONVITE EM "
                      "ABERTO NA COTACAO " WRK-NUM-COTACAO
           ELSE
              ADD 1 TO WRK-ACUM-PROPOSTAS
              DISPLAY "PROPOSTA REGISTRADA - " WRK-ACUM-COTADOS
                      " DE " WRK-ACUM-CONVITES " ITEM(NS) COTADO(S)"
           END-IF.

       0200-PERGUNTAR-MAIS.
           DISPLAY "MAIS PROPOSTAS (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0210-PRECOS-DA-PROPOSTA      SECTION.
      *--------------------------------------------------------------
      *-------- PERCORRE OS ITENS DA COTACAO E PEDE O PRECO DE CADA
      *-------- UM PARA O QUAL O FORNECEDOR FOI CONVIDADO
      *--------------------------------------------------------------
           MOVE WRK-NUM-COTACAO TO COT-NUMERO.
           MOVE ZEROS           TO COT-PRODUTO COT-FORNECEDOR.
           START COTACAO KEY NOT LESS COT-CHAVE
             INVALID KEY
                GO TO 0210-PRECOS-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
                      OR COT-NUMERO NOT EQUAL WRK-NUM-COTACAO
              IF COT-FORNECEDOR EQUAL WRK-FORNECEDOR
                 IF COT-EM-ABERTO
                    PERFORM 0220-PRECO-DO-ITEM
                 ELSE
                    DISPLAY "PRODUTO " COT-PRODUTO " JA FECHADO NA "
                            "COTACAO - PROPOSTA NAO ALTERADA"
                 END-IF
              END-IF
              READ COTACAO NEXT
           END-PERFORM.

       0210-PRECOS-FIM.
           EXIT.

       0220-PRECO-DO-ITEM           SECTION.
           ADD 1 TO WRK-ACUM-CONVITES.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE COT-PRODUTO TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           DISPLAY "PRODUTO " COT-PRODUTO " " WRK-DESCRICAO
                   " QTD " COT-QTD.
           DISPLAY "PRECO UNITARIO (ZEROS = NAO COTOU): "
             ACCEPT WRK-PRECO.
           IF WRK-PRECO EQUAL ZEROS
              DISPLAY "ITEM NAO COTADO PELO FORNECEDOR"
              GO TO 0220-PRECO-FIM
           END-IF.
           MOVE WRK-PRECO      TO COT-PRECO.
           MOVE WRK-PRAZO      TO COT-PRAZO-ENTREGA.
           MOVE WRK-COND-PAGTO TO COT-COND-PAGTO.
           MOVE WRK-DATA-HOJE  TO COT-DATA-RESPOSTA.
           MOVE "R"            TO COT-SITUACAO.
           REWRITE REG-COTACAO
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR A PROPOSTA DO PRODUTO "
                        COT-PRODUTO
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-COTADOS
                ADD 1 TO WRK-ACUM-PRECOS
                MOVE WRK-PRECO TO WRK-PRECO-ED
                DISPLAY "PRECO " WRK-PRECO-ED " REGISTRADO"
           END-REWRITE.

       0220-PRECO-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE COTACAO.
           IF WRK-FORNECED-OK
              CLOSE FORNECED
           END-IF.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "PROPOSTAS REGISTRADAS... " WRK-ACUM-PROPOSTAS.
           DISPLAY "PRECOS REGISTRADOS...... " WRK-ACUM-PRECOS.
           DISPLAY "=========================================".
           DISPLAY "O MAPA COMPARATIVO E O COTMAPA".

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
