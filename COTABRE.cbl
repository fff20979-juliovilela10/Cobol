       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTABRE.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ABERTURA DA COTACAO DE COMPRA - VARRE A FICHA DE
      *           ESTOQUE COMO O PEDCOMP E, PARA CADA PRODUTO COM
      *           SALDO IGUAL OU ABAIXO DO MINIMO, SUGERE A
      *           QUANTIDADE DE REPOSICAO; O COMPRADOR ACEITA OU
      *           AJUSTA A QUANTIDADE E INFORMA OS FORNECEDORES
      *           CONVIDADOS A COTAR. CADA CONVITE VIRA UMA LINHA NO
      *           COTACAO.DAT AGUARDANDO A PROPOSTA (COTRESP)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: UMA COTACAO POR EXECUCAO, COM TODOS OS ITENS
      *              ACEITOS; PRODUTO COM PEDIDO PENDENTE OU JA EM
      *              COTACAO ABERTA NAO E SUGERIDO DE NOVO. O MAPA
      *              COMPARATIVO E O COTMAPA E A ESCOLHA DO
      *              FORNECEDOR (QUE GERA O PEDIDO) E O COTFECHA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT COTACAO ASSIGN TO WRK-PATH-COTACAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COT-CHAVE
             FILE STATUS IS FS-COTACAO.


       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  COTACAO.
       COPY "COTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-COTACAO   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "COTABRE".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "COTACAO.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-COTACAO   PIC 9(06) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-SALDO-ED      PIC -ZZZZ9.
       77  WRK-MINIMO-ED     PIC ZZZZ9.
       77  WRK-SUGERIDA      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-CONVITES PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".
       77  WRK-SW-PEDIDOS    PIC X(01) VALUE "N".
           88 WRK-PEDIDOS-OK        VALUE "S".
       77  WRK-SW-JA-PEDIDO  PIC X(01) VALUE "N".
           88 WRK-JA-PEDIDO         VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SUGERIDOS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ITENS    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-LINHAS   PIC 9(05) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-COTACAO  PIC X(60) VALUE SPACES.

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
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "ESTOQUE.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTOQUE TO FS-COTACAO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "CADASTRO DE FORNECEDORES AUSEN" TO WRK-MSG-ERRO
              MOVE "FORNECED.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECED TO FS-COTACAO
              DISPLAY "CADASTRE OS FORNECEDORES NO FORNMANT ANTES "
                      "DE COTAR"
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- PEDIDOS SO PARA NAO COTAR O QUE JA ESTA PEDIDO
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
              SET WRK-PEDIDOS-OK TO TRUE
           END-IF.
      *-------- ARQUIVO DE COTACOES; SE AINDA NAO EXISTE, CRIA VAZIO
           OPEN I-O COTACAO.
           IF FS-COTACAO EQUAL 35
              OPEN OUTPUT COTACAO
              CLOSE COTACAO
              OPEN I-O COTACAO
           END-IF.
           IF FS-COTACAO NOT EQUAL 00
              MOVE "ARQUIVO DE COTACOES NAO ABRIU " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-PROXIMO-NUMERO.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "ABERTURA DE COTACAO " WRK-NUM-COTACAO " - "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".

       0110-PROXIMO-NUMERO          SECTION.
      *--------------------------------------------------------------
      *-------- O NUMERO DA COTACAO E O MAIOR DO ARQUIVO MAIS UM,
      *-------- COMO O NUMERO DO PEDIDO NO PEDCOMP
      *--------------------------------------------------------------
           MOVE 1 TO WRK-NUM-COTACAO.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTACAO KEY GREATER COT-CHAVE
             INVALID KEY
                GO TO 0110-PROXIMO-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
              COMPUTE WRK-NUM-COTACAO = COT-NUMERO + 1
              READ COTACAO NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-COTACAO.

       0110-PROXIMO-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ ESTOQUE
             PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
                ADD 1 TO WRK-ACUM-LIDOS
                IF EST-SALDO LESS OR EQUAL EST-MINIMO
                   PERFORM 0210-SUGERIR-ITEM
                END-IF
                READ ESTOQUE
             END-PERFORM.

       0210-SUGERIR-ITEM            SECTION.
      *-------- PRODUTO JA PEDIDO OU JA EM COTACAO NAO ENTRA DE NOVO
           PERFORM 0215-TEM-PEDIDO-PENDENTE.
           IF WRK-JA-PEDIDO
              GO TO 0210-SUGERIR-FIM
           END-IF.
           PERFORM 0216-TEM-COTACAO-ABERTA.
           IF WRK-JA-PEDIDO
              GO TO 0210-SUGERIR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-SUGERIDOS.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE EST-CODIGO TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
      *-------- SUGESTAO: REPOR ATE DUAS VEZES O MINIMO (PEDCOMP)
           COMPUTE WRK-SUGERIDA = EST-MINIMO * 2 - EST-SALDO.
           MOVE EST-SALDO  TO WRK-SALDO-ED.
           MOVE EST-MINIMO TO WRK-MINIMO-ED.
           DISPLAY "-----------------------".
           DISPLAY "PRODUTO " EST-CODIGO " " WRK-DESCRICAO.
           DISPLAY "SALDO " WRK-SALDO-ED " MINIMO " WRK-MINIMO-ED
                   " SUGESTAO " WRK-SUGERIDA.
           DISPLAY "QUANTIDADE A COTAR (ZEROS = NAO COTAR): "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
              DISPLAY "PRODUTO " EST-CODIGO " PULADO"
              GO TO 0210-SUGERIR-FIM
           END-IF.
           PERFORM 0220-CONVIDAR-FORNECEDORES.
           IF WRK-ACUM-CONVITES GREATER ZEROS
              ADD 1 TO WRK-ACUM-ITENS
              DISPLAY "PRODUTO " EST-CODIGO " NA COTACAO COM "
                      WRK-ACUM-CONVITES " FORNECEDOR(ES)"
           ELSE
              DISPLAY "NENHUM FORNECEDOR CONVIDADO - PRODUTO "
                      EST-CODIGO " FORA DA COTACAO"
           END-IF.

       0210-SUGERIR-FIM.
           EXIT.

       0215-TEM-PEDIDO-PENDENTE     SECTION.
      *--------------------------------------------------------------
      *-------- VARRE OS PEDIDOS PROCURANDO UM PENDENTE DO MESMO
      *-------- PRODUTO, COMO NO PEDCOMP
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-JA-PEDIDO.
           IF NOT WRK-PEDIDOS-OK
              GO TO 0215-TEM-PEDIDO-FIM
           END-IF.
           MOVE ZEROS TO PED-NUMERO.
           START PEDCOMP KEY GREATER PED-NUMERO
             INVALID KEY
                GO TO 0215-TEM-PEDIDO-FIM
           END-START.
           READ PEDCOMP NEXT
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
                      OR WRK-JA-PEDIDO
              IF PED-PENDENTE AND PED-PRODUTO EQUAL EST-CODIGO
                 SET WRK-JA-PEDIDO TO TRUE
                 DISPLAY "PRODUTO " EST-CODIGO " JA TEM O PEDIDO "
                         PED-NUMERO " PENDENTE"
              ELSE
                 READ PEDCOMP NEXT
              END-IF
           END-PERFORM.

       0215-TEM-PEDIDO-FIM.
           EXIT.

       0216-TEM-COTACAO-ABERTA      SECTION.
           MOVE "N" TO WRK-SW-JA-PEDIDO.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTACAO KEY GREATER COT-CHAVE
             INVALID KEY
                MOVE ZEROS TO FS-COTACAO
                GO TO 0216-TEM-COTACAO-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
                      OR WRK-JA-PEDIDO
              IF COT-EM-ABERTO AND COT-PRODUTO EQUAL EST-CODIGO
                 SET WRK-JA-PEDIDO TO TRUE
                 DISPLAY "PRODUTO " EST-CODIGO " JA ESTA NA COTACAO "
                         COT-NUMERO " EM ABERTO"
              ELSE
                 READ COTACAO NEXT
              END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-COTACAO.

       0216-TEM-COTACAO-FIM.
           EXIT.

       0220-CONVIDAR-FORNECEDORES   SECTION.
      *--------------------------------------------------------------
      *-------- UM CONVITE POR FORNECEDOR, ATE O CODIGO ZERADO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-CONVITES.
           MOVE 1     TO WRK-FORNECEDOR.
           PERFORM UNTIL WRK-FORNECEDOR EQUAL ZEROS
              DISPLAY "FORNECEDOR CONVIDADO (ZEROS = FIM): "
                ACCEPT WRK-FORNECEDOR
              IF WRK-FORNECEDOR NOT EQUAL ZEROS
                 PERFORM 0225-GRAVAR-CONVITE
              END-IF
           END-PERFORM.

       0225-GRAVAR-CONVITE          SECTION.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NAO "
                        "CADASTRADO NO FORNMANT"
                GO TO 0225-GRAVAR-FIM
           END-READ.
           MOVE SPACES          TO REG-COTACAO.
           MOVE WRK-NUM-COTACAO TO COT-NUMERO.
           MOVE EST-CODIGO      TO COT-PRODUTO.
           MOVE WRK-FORNECEDOR  TO COT-FORNECEDOR.
           MOVE WRK-DATA-HOJE   TO COT-DATA-ABERTURA.
           MOVE WRK-QTD         TO COT-QTD.
           MOVE ZEROS           TO COT-PRECO COT-PRAZO-ENTREGA
                                   COT-DATA-RESPOSTA COT-PEDIDO.
           MOVE "A"             TO COT-SITUACAO.
           WRITE REG-COTACAO
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR " JA "
                        "CONVIDADO PARA ESTE PRODUTO"
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVITES
                ADD 1 TO WRK-ACUM-LINHAS
                DISPLAY "CONVITE A " FOR-NOME " REGISTRADO"
           END-WRITE.

       0225-GRAVAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE ESTOQUE.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           CLOSE FORNECED.
           IF WRK-PEDIDOS-OK
              CLOSE PEDCOMP
           END-IF.
           CLOSE COTACAO.
           DISPLAY "=========================================".
           IF WRK-ACUM-ITENS GREATER ZEROS
              DISPLAY "COTACAO ABERTA......... " WRK-NUM-COTACAO
           ELSE
              DISPLAY "NENHUM ITEM COTADO - COTACAO NAO ABERTA"
           END-IF.
           DISPLAY "FICHAS LIDAS............ " WRK-ACUM-LIDOS.
           DISPLAY "PRODUTOS SUGERIDOS...... " WRK-ACUM-SUGERIDOS.
           DISPLAY "ITENS NA COTACAO........ " WRK-ACUM-ITENS.
           DISPLAY "CONVITES REGISTRADOS.... " WRK-ACUM-LINHAS.
           DISPLAY "=========================================".
           DISPLAY "FIM DA ABERTURA DE COTACAO".

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
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "COTACAO.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-COTACAO.
