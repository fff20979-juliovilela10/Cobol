       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: AUDITORIA SEMANAL DE INTEGRIDADE REFERENCIAL - COM O
      *           EXPURGO FISICO DE CLIENTES (CLIPURGE) E A EXCLUSAO DE
      *           PRODUTOS, OS ARQUIVOS DE MOVIMENTO PODEM FICAR
      *           APONTANDO PARA CHAVES QUE NAO EXISTEM MAIS. ESTE
      *           BATCH CONFERE CADA RELACAO ABAIXO E LISTA OS
      *           REGISTROS ORFAOS, COM O TOTAL POR RELACAO:
      *             CLIENTE  - VENDAS DA SEMANA (VENDASDET_AAAAMMDD),
      *                        CONTAS A RECEBER, PONTOS, RESUMO DE
      *                        COMPRAS, ENTREGAS E ENCOMENDAS
      *             PRODUTO  - CODIGOS DE BARRAS, LOTES, ESTOQUE E
      *                        PEDIDOS DE COMPRA
      *             FORNECEDOR - PEDIDOS DE COMPRA E CONTAS A PAGAR
      *             SETOR    - FUNCIONARIOS ATIVOS (SETOR INEXISTENTE
      *                        OU DESATIVADO, PELO MODULO SETVAL)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO LE - NADA E CORRIGIDO AQUI. CODIGO ZERO
      *              (VENDA SEM CLIENTE IDENTIFICADO, ENCOMENDA DE
      *              BALCAO) NAO E REFERENCIA E FICA FORA. CLIENTE COM
      *              EXCLUSAO LOGICA AINDA EXISTE NO CADASTRO E NAO E
      *              ORFAO ATE O EXPURGO. FUNCIONARIO DESLIGADO FICA
      *              FORA DA CONFERENCIA DE SETOR. ARQUIVO DE MOVIMENTO
      *              AUSENTE E AVISADO E A RELACAO FICA SEM CONFERIR;
      *              CADASTRO MESTRE AUSENTE ENCERRA COM RETURN-CODE 16
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *-------------------- CADASTROS MESTRES --------------------
           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

      *-------------------- ARQUIVOS QUE APONTAM --------------------
           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PTS-CLIENTE
             FILE STATUS IS FS-PONTOS.

           SELECT CLIRESUM ASSIGN TO WRK-PATH-CLIRESUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RES-CLIENTE
             FILE STATUS IS FS-CLIRESUM.

           SELECT ENTREGAS ASSIGN TO WRK-PATH-ENTREGAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ENTREGAS.

           SELECT BACKORD ASSIGN TO WRK-PATH-BACKORD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BACKORD.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.

           SELECT LOTES ASSIGN TO WRK-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  PONTOS.
       01  REG-PONTOS.
           05 PTS-CLIENTE    PIC 9(04).
           05 PTS-SALDO      PIC S9(09).

       FD  CLIRESUM.
       COPY "RESCOPY.cpy".

       FD  ENTREGAS.
       COPY "ENTCOPY.cpy".

       FD  BACKORD.
       COPY "BCKCOPY.cpy".

       FD  BARRAS.
       COPY "BARCOPY.cpy".

       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-PONTOS    PIC 9(02) VALUE ZEROS.
       77  FS-CLIRESUM  PIC 9(02) VALUE ZEROS.
       77  FS-ENTREGAS  PIC 9(02) VALUE ZEROS.
       77  FS-BACKORD   PIC 9(02) VALUE ZEROS.
       77  FS-BARRAS    PIC 9(02) VALUE ZEROS.
       77  FS-LOTES     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-ERRO      PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "REFAUDIT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE SPACES.

      *-------- CHAVE PROCURADA NO CADASTRO MESTRE ------------------
       77  WRK-CHAVE         PIC 9(04) VALUE ZEROS.
       77  WRK-SW-EXISTE     PIC X(01) VALUE "N".
           88 WRK-EXISTE            VALUE "S".

      *-------------- SETOR DO FUNCIONARIO (MODULO SETVAL) ----------
       77  WRK-SETOR         PIC X(05) VALUE SPACES.
       77  WRK-SETOR-DESCR   PIC X(20) VALUE SPACES.
       77  WRK-SW-SETOR      PIC X(01) VALUE "N".
           88 WRK-SETOR-VALIDO      VALUE "S".

      *-------- VENDAS DA SEMANA: UM ARQUIVO POR DIA, DE HOJE - 6
      *-------- ATE HOJE; DIA SEM ARQUIVO (LOJA FECHADA) E PULADO
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATUAL    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-MENOS-SEIS    PIC S9(04) VALUE -6.

      *-------------------- ORFAOS POR RELACAO --------------------
       77  WRK-ACUM-VENDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RECEBER     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PONTOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RESUMO      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ENTREGAS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ENCOMENDAS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-BARRAS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LOTES       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ESTOQUE     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PED-PRODUTO PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PED-FORNEC  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PAGAR       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SETOR       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ORFAOS      PIC 9(06) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-SALDO-ED      PIC -ZZZZZZZZ9.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR       PIC X(60) VALUE SPACES.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-PONTOS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIRESUM  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ENTREGAS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-BACKORD   PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES     PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-AUDITAR-CLIENTES
           PERFORM   0300-AUDITAR-PRODUTOS
           PERFORM   0400-AUDITAR-FORNECEDORES
           PERFORM   0500-AUDITAR-SETORES
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES AUSENTE  " TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES    TO FS-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS AUSENTE  " TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS    TO FS-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "CADASTRO DE FORNECEDORES AUSENTE" TO WRK-MSG-ERRO
              MOVE "FORNECED.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECED    TO FS-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-MENOS-SEIS
                                 WRK-DATA-INI.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "AUDITORIA DE INTEGRIDADE REFERENCIAL - "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".

      ******************************************************************
      *            REFERENCIAS AO CADASTRO DE CLIENTES
      ******************************************************************
       0200-AUDITAR-CLIENTES        SECTION.
           PERFORM 0210-AUDITAR-VENDAS.
           PERFORM 0220-AUDITAR-RECEBER.
           PERFORM 0230-AUDITAR-PONTOS.
           PERFORM 0240-AUDITAR-RESUMO.
           PERFORM 0250-AUDITAR-ENTREGAS.
           PERFORM 0260-AUDITAR-ENCOMENDAS.

       0210-AUDITAR-VENDAS          SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "VENDAS (VENDASDET) DE " WRK-DATA-INI " A "
                   WRK-DATA-HOJE " X CLIENTES".
           MOVE WRK-DATA-INI TO WRK-DATA-ATUAL.
           PERFORM UNTIL WRK-DATA-ATUAL GREATER WRK-DATA-HOJE
              MOVE SPACES TO WRK-VENDASDET-PATH
              STRING WRK-PATH-DIR    DELIMITED BY SPACES
                     "VENDASDET_"    DELIMITED BY SIZE
                     WRK-DATA-ATUAL  DELIMITED BY SIZE
                     ".txt"          DELIMITED BY SIZE
                     INTO WRK-VENDASDET-PATH
              PERFORM 0215-AUDITAR-VENDAS-DIA
              CALL "DATAADD" USING WRK-DATA-ATUAL WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-ATUAL
           END-PERFORM.
           DISPLAY "ORFAOS: " WRK-ACUM-VENDAS.

       0215-AUDITAR-VENDAS-DIA      SECTION.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0215-AUDITAR-FIM
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              IF DET-CLIENTE NUMERIC AND DET-CLIENTE GREATER ZEROS
                 MOVE DET-CLIENTE TO WRK-CHAVE
                 PERFORM 0900-PROCURAR-CLIENTE
                 IF NOT WRK-EXISTE
                    ADD 1 TO WRK-ACUM-VENDAS
                    DISPLAY "  VENDA " WRK-DATA-ATUAL " CUPOM "
                            DET-CUPOM " HORA " DET-HORA
                            " CLIENTE " DET-CLIENTE " INEXISTENTE"
                 END-IF
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0215-AUDITAR-FIM.
           EXIT.

       0220-AUDITAR-RECEBER         SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "CONTAS A RECEBER (CONTASREC) X CLIENTES".
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              DISPLAY "  CONTASREC.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0220-AUDITAR-FIM
           END-IF.
           READ CONTASREC
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-CLIENTE GREATER ZEROS
                 MOVE CR-CLIENTE TO WRK-CHAVE
                 PERFORM 0900-PROCURAR-CLIENTE
                 IF NOT WRK-EXISTE
                    ADD 1 TO WRK-ACUM-RECEBER
                    DISPLAY "  NF " CR-NF " PARCELA " CR-PARCELA
                            " SITUACAO " CR-SITUACAO
                            " CLIENTE " CR-CLIENTE " INEXISTENTE"
                 END-IF
              END-IF
              READ CONTASREC
           END-PERFORM.
           CLOSE CONTASREC.
           DISPLAY "ORFAOS: " WRK-ACUM-RECEBER.

       0220-AUDITAR-FIM.
           EXIT.

       0230-AUDITAR-PONTOS          SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "SALDO DE PONTOS (PONTOS) X CLIENTES".
           OPEN INPUT PONTOS.
           IF FS-PONTOS NOT EQUAL 00
              DISPLAY "  PONTOS.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0230-AUDITAR-FIM
           END-IF.
           READ PONTOS
           PERFORM UNTIL FS-PONTOS NOT EQUAL 00
              MOVE PTS-CLIENTE TO WRK-CHAVE
              PERFORM 0900-PROCURAR-CLIENTE
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-PONTOS
                 MOVE PTS-SALDO TO WRK-SALDO-ED
                 DISPLAY "  PONTOS DO CLIENTE " PTS-CLIENTE
                         " SALDO " WRK-SALDO-ED
                         " - CLIENTE INEXISTENTE"
              END-IF
              READ PONTOS
           END-PERFORM.
           CLOSE PONTOS.
           DISPLAY "ORFAOS: " WRK-ACUM-PONTOS.

       0230-AUDITAR-FIM.
           EXIT.

       0240-AUDITAR-RESUMO          SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "RESUMO DE COMPRAS (CLIRESUM) X CLIENTES".
           OPEN INPUT CLIRESUM.
           IF FS-CLIRESUM NOT EQUAL 00
              DISPLAY "  CLIRESUM.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0240-AUDITAR-FIM
           END-IF.
           READ CLIRESUM
           PERFORM UNTIL FS-CLIRESUM NOT EQUAL 00
      *-------- O REGISTRO DE CHAVE ZERO E O CONTROLE DA ULTIMA
      *-------- ATUALIZACAO DO RESUMO, NAO UM CLIENTE
              IF RES-CLIENTE GREATER ZEROS
                 MOVE RES-CLIENTE TO WRK-CHAVE
                 PERFORM 0900-PROCURAR-CLIENTE
                 IF NOT WRK-EXISTE
                    ADD 1 TO WRK-ACUM-RESUMO
                    DISPLAY "  RESUMO DO CLIENTE " RES-CLIENTE
                            " ULTIMA COMPRA " RES-ULT-COMPRA
                            " - CLIENTE INEXISTENTE"
                 END-IF
              END-IF
              READ CLIRESUM
           END-PERFORM.
           CLOSE CLIRESUM.
           DISPLAY "ORFAOS: " WRK-ACUM-RESUMO.

       0240-AUDITAR-FIM.
           EXIT.

       0250-AUDITAR-ENTREGAS        SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "ORDENS DE ENTREGA (ENTREGAS) X CLIENTES".
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              DISPLAY "  ENTREGAS.txt AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0250-AUDITAR-FIM
           END-IF.
           READ ENTREGAS
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
              IF ENT-CLIENTE NUMERIC AND ENT-CLIENTE GREATER ZEROS
                 MOVE ENT-CLIENTE TO WRK-CHAVE
                 PERFORM 0900-PROCURAR-CLIENTE
                 IF NOT WRK-EXISTE
                    ADD 1 TO WRK-ACUM-ENTREGAS
                    DISPLAY "  ENTREGA " ENT-NUMERO " DE " ENT-DATA
                            " STATUS " ENT-STATUS
                            " CLIENTE " ENT-CLIENTE " INEXISTENTE"
                 END-IF
              END-IF
              READ ENTREGAS
           END-PERFORM.
           CLOSE ENTREGAS.
           DISPLAY "ORFAOS: " WRK-ACUM-ENTREGAS.

       0250-AUDITAR-FIM.
           EXIT.

       0260-AUDITAR-ENCOMENDAS      SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "ENCOMENDAS (BACKORD) X CLIENTES".
           OPEN INPUT BACKORD.
           IF FS-BACKORD NOT EQUAL 00
              DISPLAY "  BACKORD.txt AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0260-AUDITAR-FIM
           END-IF.
           READ BACKORD
           PERFORM UNTIL FS-BACKORD NOT EQUAL 00
              IF BCK-CLIENTE NUMERIC AND BCK-CLIENTE GREATER ZEROS
                 MOVE BCK-CLIENTE TO WRK-CHAVE
                 PERFORM 0900-PROCURAR-CLIENTE
                 IF NOT WRK-EXISTE
                    ADD 1 TO WRK-ACUM-ENCOMENDAS
                    DISPLAY "  ENCOMENDA " BCK-NUMERO " DE " BCK-DATA
                            " SITUACAO " BCK-SITUACAO
                            " CLIENTE " BCK-CLIENTE " INEXISTENTE"
                 END-IF
              END-IF
              READ BACKORD
           END-PERFORM.
           CLOSE BACKORD.
           DISPLAY "ORFAOS: " WRK-ACUM-ENCOMENDAS.

       0260-AUDITAR-FIM.
           EXIT.

      ******************************************************************
      *            REFERENCIAS AO CADASTRO DE PRODUTOS
      ******************************************************************
       0300-AUDITAR-PRODUTOS        SECTION.
           PERFORM 0310-AUDITAR-BARRAS.
           PERFORM 0320-AUDITAR-LOTES.
           PERFORM 0330-AUDITAR-ESTOQUE.
           PERFORM 0340-AUDITAR-PED-PRODUTO.

       0310-AUDITAR-BARRAS          SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "CODIGOS DE BARRAS (BARRAS) X PRODUTOS".
           OPEN INPUT BARRAS.
           IF FS-BARRAS NOT EQUAL 00
              DISPLAY "  BARRAS.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0310-AUDITAR-FIM
           END-IF.
           READ BARRAS
           PERFORM UNTIL FS-BARRAS NOT EQUAL 00
              MOVE BAR-PRODUTO TO WRK-CHAVE
              PERFORM 0910-PROCURAR-PRODUTO
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-BARRAS
                 DISPLAY "  EAN " BAR-EAN " PRODUTO " BAR-PRODUTO
                         " INEXISTENTE"
              END-IF
              READ BARRAS
           END-PERFORM.
           CLOSE BARRAS.
           DISPLAY "ORFAOS: " WRK-ACUM-BARRAS.

       0310-AUDITAR-FIM.
           EXIT.

       0320-AUDITAR-LOTES           SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "LOTES (LOTES) X PRODUTOS".
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL 00
              DISPLAY "  LOTES.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0320-AUDITAR-FIM
           END-IF.
           READ LOTES
           PERFORM UNTIL FS-LOTES NOT EQUAL 00
              MOVE LOT-PRODUTO TO WRK-CHAVE
              PERFORM 0910-PROCURAR-PRODUTO
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-LOTES
                 MOVE LOT-SALDO TO WRK-SALDO-ED
                 DISPLAY "  LOTE " LOT-LOTE " VALIDADE " LOT-VALIDADE
                         " SALDO " WRK-SALDO-ED
                         " PRODUTO " LOT-PRODUTO " INEXISTENTE"
              END-IF
              READ LOTES
           END-PERFORM.
           CLOSE LOTES.
           DISPLAY "ORFAOS: " WRK-ACUM-LOTES.

       0320-AUDITAR-FIM.
           EXIT.

       0330-AUDITAR-ESTOQUE         SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "FICHAS DE ESTOQUE (ESTOQUE) X PRODUTOS".
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              DISPLAY "  ESTOQUE.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0330-AUDITAR-FIM
           END-IF.
           READ ESTOQUE
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              MOVE EST-CODIGO TO WRK-CHAVE
              PERFORM 0910-PROCURAR-PRODUTO
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-ESTOQUE
                 MOVE EST-SALDO TO WRK-SALDO-ED
                 DISPLAY "  FICHA DO PRODUTO " EST-CODIGO
                         " SALDO " WRK-SALDO-ED
                         " - PRODUTO INEXISTENTE"
              END-IF
              READ ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.
           DISPLAY "ORFAOS: " WRK-ACUM-ESTOQUE.

       0330-AUDITAR-FIM.
           EXIT.

       0340-AUDITAR-PED-PRODUTO     SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "PEDIDOS DE COMPRA (PEDCOMP) X PRODUTOS".
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
              DISPLAY "  PEDCOMP.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0340-AUDITAR-FIM
           END-IF.
           READ PEDCOMP
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
              MOVE PED-PRODUTO TO WRK-CHAVE
              PERFORM 0910-PROCURAR-PRODUTO
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-PED-PRODUTO
                 DISPLAY "  PEDIDO " PED-NUMERO " DE "
                         PED-DATA-EMISSAO " SITUACAO " PED-SITUACAO
                         " PRODUTO " PED-PRODUTO " INEXISTENTE"
              END-IF
              READ PEDCOMP
           END-PERFORM.
           CLOSE PEDCOMP.
           DISPLAY "ORFAOS: " WRK-ACUM-PED-PRODUTO.

       0340-AUDITAR-FIM.
           EXIT.

      ******************************************************************
      *            REFERENCIAS AO CADASTRO DE FORNECEDORES
      ******************************************************************
       0400-AUDITAR-FORNECEDORES    SECTION.
           PERFORM 0410-AUDITAR-PED-FORNEC.
           PERFORM 0420-AUDITAR-PAGAR.

       0410-AUDITAR-PED-FORNEC      SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "PEDIDOS DE COMPRA (PEDCOMP) X FORNECEDORES".
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
              DISPLAY "  PEDCOMP.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0410-AUDITAR-FIM
           END-IF.
           READ PEDCOMP
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
              MOVE PED-FORNECEDOR TO WRK-CHAVE
              PERFORM 0920-PROCURAR-FORNECEDOR
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-PED-FORNEC
                 DISPLAY "  PEDIDO " PED-NUMERO " DE "
                         PED-DATA-EMISSAO " SITUACAO " PED-SITUACAO
                         " FORNECEDOR " PED-FORNECEDOR " INEXISTENTE"
              END-IF
              READ PEDCOMP
           END-PERFORM.
           CLOSE PEDCOMP.
           DISPLAY "ORFAOS: " WRK-ACUM-PED-FORNEC.

       0410-AUDITAR-FIM.
           EXIT.

       0420-AUDITAR-PAGAR           SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "CONTAS A PAGAR (CONTASPAG) X FORNECEDORES".
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              DISPLAY "  CONTASPAG.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0420-AUDITAR-FIM
           END-IF.
           READ CONTASPAG
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              MOVE CP-FORNECEDOR TO WRK-CHAVE
              PERFORM 0920-PROCURAR-FORNECEDOR
              IF NOT WRK-EXISTE
                 ADD 1 TO WRK-ACUM-PAGAR
                 DISPLAY "  NOTA " CP-NOTA " VENCTO " CP-DATA-VENCTO
                         " SITUACAO " CP-SITUACAO
                         " FORNECEDOR " CP-FORNECEDOR " INEXISTENTE"
              END-IF
              READ CONTASPAG
           END-PERFORM.
           CLOSE CONTASPAG.
           DISPLAY "ORFAOS: " WRK-ACUM-PAGAR.

       0420-AUDITAR-FIM.
           EXIT.

      ******************************************************************
      *            REFERENCIAS AO CADASTRO DE SETORES
      ******************************************************************
       0500-AUDITAR-SETORES         SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "FUNCIONARIOS ATIVOS (ARQFUNC) X SETORES".
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              DISPLAY "  ARQFUNC.DAT AUSENTE - RELACAO NAO CONFERIDA"
              GO TO 0500-AUDITAR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              IF REG-FUNC-ATIVO
                 MOVE REG-SETOR TO WRK-SETOR
                 CALL "SETVAL" USING WRK-SETOR WRK-SETOR-DESCR
                                      WRK-SW-SETOR
                 IF NOT WRK-SETOR-VALIDO
                    ADD 1 TO WRK-ACUM-SETOR
                    DISPLAY "  FUNCIONARIO " REG-CODIGO " "
                            REG-NOME OF REG-ARQFUNC
                            " SETOR " REG-SETOR
                            " INEXISTENTE OU DESATIVADO"
                 END-IF
              END-IF
              READ ARQFUNC
           END-PERFORM.
           CLOSE ARQFUNC.
           DISPLAY "ORFAOS: " WRK-ACUM-SETOR.

       0500-AUDITAR-FIM.
           EXIT.

       0600-FINALIZAR               SECTION.
           CLOSE CLIENTES PRODUTOS FORNECED.
           COMPUTE WRK-ACUM-ORFAOS = WRK-ACUM-VENDAS
                                   + WRK-ACUM-RECEBER
                                   + WRK-ACUM-PONTOS
                                   + WRK-ACUM-RESUMO
                                   + WRK-ACUM-ENTREGAS
                                   + WRK-ACUM-ENCOMENDAS
                                   + WRK-ACUM-BARRAS
                                   + WRK-ACUM-LOTES
                                   + WRK-ACUM-ESTOQUE
                                   + WRK-ACUM-PED-PRODUTO
                                   + WRK-ACUM-PED-FORNEC
                                   + WRK-ACUM-PAGAR
                                   + WRK-ACUM-SETOR.
           DISPLAY "=========================================".
           DISPLAY "ORFAOS POR RELACAO".
           DISPLAY "VENDAS X CLIENTES............ " WRK-ACUM-VENDAS.
           DISPLAY "CONTAS A RECEBER X CLIENTES.. " WRK-ACUM-RECEBER.
           DISPLAY "PONTOS X CLIENTES............ " WRK-ACUM-PONTOS.
           DISPLAY "RESUMO DE COMPRAS X CLIENTES. " WRK-ACUM-RESUMO.
           DISPLAY "ENTREGAS X CLIENTES.......... "
                   WRK-ACUM-ENTREGAS.
           DISPLAY "ENCOMENDAS X CLIENTES........ "
                   WRK-ACUM-ENCOMENDAS.
           DISPLAY "CODIGOS DE BARRAS X PRODUTOS. " WRK-ACUM-BARRAS.
           DISPLAY "LOTES X PRODUTOS............. " WRK-ACUM-LOTES.
           DISPLAY "ESTOQUE X PRODUTOS........... " WRK-ACUM-ESTOQUE.
           DISPLAY "PEDIDOS X PRODUTOS........... "
                   WRK-ACUM-PED-PRODUTO.
           DISPLAY "PEDIDOS X FORNECEDORES....... "
                   WRK-ACUM-PED-FORNEC.
           DISPLAY "CONTAS A PAGAR X FORNECEDORES " WRK-ACUM-PAGAR.
           DISPLAY "FUNCIONARIOS X SETORES....... " WRK-ACUM-SETOR.
           DISPLAY "TOTAL DE ORFAOS.............. " WRK-ACUM-ORFAOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DA AUDITORIA DE INTEGRIDADE".

       0900-PROCURAR-CLIENTE        SECTION.
           MOVE WRK-CHAVE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "N" TO WRK-SW-EXISTE
             NOT INVALID KEY
                MOVE "S" TO WRK-SW-EXISTE
           END-READ.

       0910-PROCURAR-PRODUTO        SECTION.
           MOVE WRK-CHAVE TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                MOVE "N" TO WRK-SW-EXISTE
             NOT INVALID KEY
                MOVE "S" TO WRK-SW-EXISTE
           END-READ.

       0920-PROCURAR-FORNECEDOR     SECTION.
           MOVE WRK-CHAVE TO FOR-CODIGO.
           READ FORNECED
             INVALID KEY
                MOVE "N" TO WRK-SW-EXISTE
             NOT INVALID KEY
                MOVE "S" TO WRK-SW-EXISTE
           END-READ.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ERRO.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "PONTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PONTOS.
           MOVE "CLIRESUM.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESUM.
           MOVE "ENTREGAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ENTREGAS.
           MOVE "BACKORD.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BACKORD.
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "ARQFUNC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
