       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPEDFIS.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ARQUIVO FISCAL MENSAL PARA O CONTADOR, NOS MOLDES
      *           DA EFD (LAYOUT SPDCOPY) - MONTA, PARA O MES
      *           INFORMADO, A ABERTURA COM OS DADOS DA EMPRESA, OS
      *           CLIENTES, FORNECEDORES E PRODUTOS MOVIMENTADOS, AS
      *           NOTAS DE SAIDA DO NOTASLOG.txt (CANCELADAS E
      *           BLOQUEADAS SINALIZADAS), AS NOTAS DE ENTRADA DO
      *           RECEBNF.txt (ESTRECEB) COM OS SEUS ITENS, A
      *           APURACAO DO ICMS PELA MESMA REGRA DO ICMSLIV E, NO
      *           MES 12, O INVENTARIO VALORADO COMO NO ESTVALOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO RODA PARA MES JA FECHADO NO CONTROLE DE
      *              PERIODO (PERCHK / PERMANT) - MES ABERTO AINDA
      *              PODE RECEBER MOVIMENTO. O ARQUIVO E GRAVADO
      *              PRIMEIRO EM SPED_AAAAMM.WRK E RELIDO NUMA
      *              VALIDACAO (QUANTIDADES DE CADA BLOCO E DE CADA
      *              REGISTRO, TOTAL DE LINHAS, PARTICIPANTE E
      *              PRODUTO REFERENCIADOS NO CADASTRO DO ARQUIVO,
      *              NOTAS DE SAIDA BATENDO COM A APURACAO E ITENS DO
      *              INVENTARIO COM O TOTAL); SO SEM INCONSISTENCIA
      *              ELE VIRA O SPED_AAAAMM.txt ENTREGUE AO CONTADOR.
      *              COM INCONSISTENCIA, O .WRK FICA PARA CONFERENCIA
      *              E O RETURN-CODE E 16. NOTA DE SAIDA: VALE A
      *              ULTIMA LINHA DO MES PARA A SERIE + NUMERO, COMO
      *              NO ICMSLIV. O INVENTARIO E O SALDO ATUAL DA
      *              FICHA DE ESTOQUE - RODAR O MES 12 ANTES DE
      *              MOVIMENTAR JANEIRO
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

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

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT SPEDWRK ASSIGN TO WRK-SPEDWRK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SPEDWRK.

           SELECT SPEDTXT ASSIGN TO WRK-SPEDTXT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SPEDTXT.


       DATA DIVISION.
       FILE SECTION.
       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  SPEDWRK.
       COPY "SPDCOPY.cpy".

       FD  SPEDTXT.
       01  REG-SPEDTXT               PIC X(100).


       WORKING-STORAGE            SECTION.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-RECEBNF   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-SPEDWRK   PIC 9(02) VALUE ZEROS.
       77  FS-SPEDTXT   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "SPEDFIS".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "NOTASLOG.txt".

      *-------------- DADOS DA EMPRESA NA ABERTURA -------------------
       77  WRK-EMPRESA-NOME  PIC X(30)
           VALUE "COMERCIO AULACOBOL LTDA".
       77  WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 12345678000195.
       77  WRK-EMPRESA-UF    PIC X(02) VALUE "PR".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-MES           PIC 9(06) VALUE ZEROS.
       01  WRK-MES-R REDEFINES WRK-MES.
           05 WRK-MES-AAAA   PIC 9(04).
           05 WRK-MES-MM     PIC 9(02).
       77  WRK-MES-DA-LINHA  PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-PERIODO  PIC 9(08) VALUE ZEROS.
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- NOTAS DE SAIDA DO MES (ULTIMA LINHA VALE) ------
       77  WRK-QTD-NOTAS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NOTAS.
           05 WRK-NOTA-ENTRY OCCURS 500 TIMES.
              10 WRK-NOTA-SERIE  PIC 9(03).
              10 WRK-NOTA-NF     PIC 9(06).
              10 WRK-NOTA-DATA   PIC 9(08).
              10 WRK-NOTA-CLIENTE PIC 9(04).
              10 WRK-NOTA-UF     PIC X(02).
              10 WRK-NOTA-BASE   PIC 9(09)V99.
              10 WRK-NOTA-ALIQ   PIC 9(02).
              10 WRK-NOTA-ICMS   PIC 9(09)V99.
              10 WRK-NOTA-SIT    PIC X(01).

      *-------------- NOTAS DE ENTRADA DO MES E SEUS ITENS -----------
       77  WRK-QTD-ENTRADAS  PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ENTRADAS.
           05 WRK-ENT-ENTRY OCCURS 300 TIMES.
              10 WRK-ENT-FORN    PIC 9(04).
              10 WRK-ENT-NOTA    PIC 9(09).
              10 WRK-ENT-DATA    PIC 9(08).
              10 WRK-ENT-VALOR   PIC 9(09)V99.
       77  WRK-QTD-ITENS     PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITEM-ENTRY OCCURS 2000 TIMES.
              10 WRK-ITEM-DOC    PIC 9(03).
              10 WRK-ITEM-PRODUTO PIC 9(04).
              10 WRK-ITEM-QTD    PIC 9(05).
              10 WRK-ITEM-CUSTO  PIC 9(05)V99.
              10 WRK-ITEM-LOTE   PIC X(10).
       77  WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.

      *-------------- PARTICIPANTES E PRODUTOS REFERENCIADOS ---------
       77  WRK-QTD-PART      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PART.
           05 WRK-PART-ENTRY OCCURS 600 TIMES.
              10 WRK-PART-TIPO   PIC X(01).
              10 WRK-PART-COD    PIC 9(04).
       77  WRK-QTD-PROD      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PROD.
           05 WRK-PROD-COD   PIC 9(04) OCCURS 2000 TIMES.
       77  WRK-BUSCA-TIPO    PIC X(01) VALUE SPACES.
       77  WRK-BUSCA-COD     PIC 9(04) VALUE ZEROS.

      *-------------- QUANTIDADE DE LINHAS POR REGISTRO --------------
       77  WRK-QTD-CNT       PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-CNT.
           05 WRK-CNT-ENTRY OCCURS 30 TIMES.
              10 WRK-CNT-REG     PIC X(04).
              10 WRK-CNT-QTD     PIC 9(06).
       77  WRK-QTD-DECL      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DECL.
           05 WRK-DECL-ENTRY OCCURS 30 TIMES.
              10 WRK-DECL-REG    PIC X(04).
              10 WRK-DECL-QTD    PIC 9(06).
       77  WRK-REG-CONTADO   PIC X(04) VALUE SPACES.
       77  WRK-QTD-BLOCO     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(06) VALUE ZEROS.
       77  WRK-REG-BLOCO     PIC X(04) VALUE SPACES.
       77  WRK-IND-MOV       PIC X(01) VALUE SPACES.
       77  WRK-BLOCO-ATUAL   PIC X(01) VALUE SPACES.

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-COMPLETO   PIC X(01) VALUE "S".
           88 WRK-ARQUIVO-COMPLETO  VALUE "S".
       77  WRK-SW-CLIENTES   PIC X(01) VALUE "N".
           88 WRK-CLIENTES-ABERTO   VALUE "S".
       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-ABERTO   VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-ABERTO   VALUE "S".
       77  WRK-SW-FIM        PIC X(01) VALUE "N".
           88 WRK-FIM-ARQUIVO       VALUE "S".

      *-------------- APURACAO E INVENTARIO --------------------------
       77  WRK-TOT-BASE      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-NOTAS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CANCEL   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-BLOQ     PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-FICHA   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-INVENT    PIC S9(11)V99 VALUE ZEROS.

      *-------------- TOTAIS REFEITOS NA VALIDACAO -------------------
       77  WRK-VAL-BASE      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VAL-ICMS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VAL-NOTAS     PIC 9(05) VALUE ZEROS.
       77  WRK-VAL-CANCEL    PIC 9(05) VALUE ZEROS.
       77  WRK-VAL-BLOQ      PIC 9(05) VALUE ZEROS.
       77  WRK-VAL-INVENT    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VAL-H005      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VAL-9999      PIC 9(06) VALUE ZEROS.
       01  WRK-VAL-E110.
           05 WRK-VE-NOTAS   PIC 9(05).
           05 WRK-VE-CANCEL  PIC 9(05).
           05 WRK-VE-BLOQ    PIC 9(05).
           05 WRK-VE-BASE    PIC 9(11)V99.
           05 WRK-VE-DEBITOS PIC 9(11)V99.
           05 WRK-VE-CREDITOS PIC 9(11)V99.
           05 WRK-VE-SALDO   PIC 9(11)V99.
       77  WRK-SW-E110       PIC X(01) VALUE "N".
           88 WRK-TEM-E110          VALUE "S".
       77  WRK-ULTIMO-REG    PIC X(04) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ENTRADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-CAD    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-INCONSIST  PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-BASE-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ICMS-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED      PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "NOTASLOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-SPEDWRK-PATH  PIC X(60) VALUE SPACES.
       01  WRK-SPEDTXT-PATH  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-COLETAR
           PERFORM   0300-GRAVAR
           PERFORM   0400-VALIDAR
           PERFORM   0500-LIBERAR
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=========================================".
           DISPLAY "ARQUIVO FISCAL MENSAL PARA O CONTADOR".
           DISPLAY "=========================================".
           DISPLAY "MES DO ARQUIVO (AAAAMM): "
             ACCEPT WRK-MES.
           IF WRK-MES-MM LESS 01 OR WRK-MES-MM GREATER 12
              DISPLAY "MES INVALIDO - ARQUIVO NAO GERADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-MES BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-NOTASLOG WRK-SW-ARQUIVADO.
      *-------- MES AINDA ABERTO PODE GANHAR MOVIMENTO DEPOIS DA
      *-------- ENTREGA - SO SAI ARQUIVO DE MES FECHADO
           COMPUTE WRK-DATA-PERIODO = WRK-MES * 100 + 1.
           CALL "PERCHK" USING WRK-DATA-PERIODO WRK-SW-PERIODO.
           IF WRK-PERIODO-ABERTO
              DISPLAY "MES " WRK-MES " AINDA ABERTO NO CONTROLE DE "
                      "PERIODO - FECHE NO PERMANT ANTES"
              DISPLAY "ARQUIVO FISCAL NAO GERADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WRK-SPEDWRK-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "SPED_"      DELIMITED BY SIZE
                  WRK-MES      DELIMITED BY SIZE
                  ".WRK"       DELIMITED BY SIZE
                  INTO WRK-SPEDWRK-PATH.
           MOVE SPACES TO WRK-SPEDTXT-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "SPED_"      DELIMITED BY SIZE
                  WRK-MES      DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-SPEDTXT-PATH.
      *-------- SEM O CADASTRO O PARTICIPANTE OU PRODUTO SAI COM O
      *-------- CODIGO E SEM OS DADOS, CONTADO COMO SEM CADASTRO
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
              SET WRK-CLIENTES-ABERTO TO TRUE
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED EQUAL 00
              SET WRK-FORNECED-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-ABERTO TO TRUE
           END-IF.

       0200-COLETAR                 SECTION.
           PERFORM 0210-LER-NOTAS.
           PERFORM 0220-LER-ENTRADAS.
           IF WRK-MES-MM EQUAL 12
              PERFORM 0230-LER-INVENTARIO
           END-IF.

       0210-LER-NOTAS               SECTION.
      *--------------------------------------------------------------
      *-------- NOTAS DE SAIDA: MESMA REGRA DO ICMSLIV (LINHAS DO
      *-------- MES, VALE A ULTIMA DA SERIE + NUMERO); A DATA DO
      *-------- DOCUMENTO E A DA PRIMEIRA LINHA (EMISSAO)
      *--------------------------------------------------------------
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              MOVE "LOG DE EMISSAO DE NOTAS AUSENT" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ NOTASLOG.
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              DIVIDE NL-DATA BY 100 GIVING WRK-MES-DA-LINHA
              IF WRK-MES-DA-LINHA EQUAL WRK-MES
                 PERFORM 0215-GUARDAR-NOTA
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.

       0215-GUARDAR-NOTA            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-NOTAS
                      OR WRK-ACHOU
              IF WRK-NOTA-NF(WRK-IDX) EQUAL NL-NF
                 AND WRK-NOTA-SERIE(WRK-IDX) EQUAL NL-SERIE
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-QTD-NOTAS LESS 500
                 ADD 1 TO WRK-QTD-NOTAS
                 MOVE WRK-QTD-NOTAS TO WRK-IDX
                 MOVE NL-DATA TO WRK-NOTA-DATA(WRK-IDX)
              ELSE
                 DISPLAY "*** MES COM MAIS DE 500 NOTAS DE SAIDA ***"
                 MOVE "N" TO WRK-SW-COMPLETO
                 GO TO 0215-GUARDAR-FIM
              END-IF
           END-IF.
           MOVE NL-SERIE    TO WRK-NOTA-SERIE(WRK-IDX).
           MOVE NL-NF       TO WRK-NOTA-NF(WRK-IDX).
           MOVE NL-CLIENTE  TO WRK-NOTA-CLIENTE(WRK-IDX).
           MOVE NL-UF       TO WRK-NOTA-UF(WRK-IDX).
           MOVE NL-BASE     TO WRK-NOTA-BASE(WRK-IDX).
           MOVE NL-ALIQ     TO WRK-NOTA-ALIQ(WRK-IDX).
           MOVE NL-ICMS     TO WRK-NOTA-ICMS(WRK-IDX).
           MOVE NL-SITUACAO TO WRK-NOTA-SIT(WRK-IDX).
           MOVE "C"         TO WRK-BUSCA-TIPO.
           MOVE NL-CLIENTE  TO WRK-BUSCA-COD.
           PERFORM 0240-INCLUIR-PARTICIPANTE.

       0215-GUARDAR-FIM.
           EXIT.

       0220-LER-ENTRADAS            SECTION.
      *--------------------------------------------------------------
      *-------- NOTAS DE FORNECEDOR RECEBIDAS NO MES: CADA LINHA DO
      *-------- RECEBNF.txt E UM ITEM; FORNECEDOR + NOTA FORMAM O
      *-------- DOCUMENTO, DATADO PELO PRIMEIRO RECEBIMENTO
      *--------------------------------------------------------------
           OPEN INPUT RECEBNF.
           IF FS-RECEBNF NOT EQUAL 00
              GO TO 0220-LER-ENTRADAS-FIM
           END-IF.
           READ RECEBNF.
           PERFORM UNTIL FS-RECEBNF NOT EQUAL 00
              DIVIDE RCB-DATA BY 100 GIVING WRK-MES-DA-LINHA
              IF WRK-MES-DA-LINHA EQUAL WRK-MES
                 PERFORM 0225-GUARDAR-ITEM
              END-IF
              READ RECEBNF
           END-PERFORM.
           CLOSE RECEBNF.

       0220-LER-ENTRADAS-FIM.
           EXIT.

       0225-GUARDAR-ITEM            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ENTRADAS
                      OR WRK-ACHOU
              IF WRK-ENT-FORN(WRK-IDX) EQUAL RCB-FORNECEDOR
                 AND WRK-ENT-NOTA(WRK-IDX) EQUAL RCB-NOTA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-QTD-ENTRADAS LESS 300
                 ADD 1 TO WRK-QTD-ENTRADAS
                 MOVE WRK-QTD-ENTRADAS TO WRK-IDX
                 MOVE RCB-FORNECEDOR TO WRK-ENT-FORN(WRK-IDX)
                 MOVE RCB-NOTA       TO WRK-ENT-NOTA(WRK-IDX)
                 MOVE RCB-DATA       TO WRK-ENT-DATA(WRK-IDX)
                 MOVE ZEROS          TO WRK-ENT-VALOR(WRK-IDX)
                 MOVE "F"            TO WRK-BUSCA-TIPO
                 MOVE RCB-FORNECEDOR TO WRK-BUSCA-COD
                 PERFORM 0240-INCLUIR-PARTICIPANTE
              ELSE
                 DISPLAY "*** MES COM MAIS DE 300 NOTAS DE ENTRADA ***"
                 MOVE "N" TO WRK-SW-COMPLETO
                 GO TO 0225-GUARDAR-FIM
              END-IF
           END-IF.
           IF WRK-QTD-ITENS NOT LESS 2000
              DISPLAY "*** MES COM MAIS DE 2000 ITENS DE ENTRADA ***"
              MOVE "N" TO WRK-SW-COMPLETO
              GO TO 0225-GUARDAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE WRK-IDX     TO WRK-ITEM-DOC(WRK-QTD-ITENS).
           MOVE RCB-PRODUTO TO WRK-ITEM-PRODUTO(WRK-QTD-ITENS).
           MOVE RCB-QTD     TO WRK-ITEM-QTD(WRK-QTD-ITENS).
           MOVE RCB-CUSTO   TO WRK-ITEM-CUSTO(WRK-QTD-ITENS).
           MOVE RCB-LOTE    TO WRK-ITEM-LOTE(WRK-QTD-ITENS).
           COMPUTE WRK-VALOR-ITEM = RCB-QTD * RCB-CUSTO.
           ADD WRK-VALOR-ITEM TO WRK-ENT-VALOR(WRK-IDX).
           MOVE RCB-PRODUTO TO WRK-BUSCA-COD.
           PERFORM 0250-INCLUIR-PRODUTO.

       0225-GUARDAR-FIM.
           EXIT.

       0230-LER-INVENTARIO          SECTION.
      *--------------------------------------------------------------
      *-------- NO MES 12 OS PRODUTOS DA FICHA DE ESTOQUE ENTRAM NO
      *-------- CADASTRO DO ARQUIVO, POIS O INVENTARIO OS REFERENCIA
      *--------------------------------------------------------------
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "ESTOQUE.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTOQUE TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ESTOQUE.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              MOVE EST-CODIGO TO WRK-BUSCA-COD
              PERFORM 0250-INCLUIR-PRODUTO
              READ ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.

       0240-INCLUIR-PARTICIPANTE    SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-PART
                      OR WRK-ACHOU
              IF WRK-PART-TIPO(WRK-IDX2) EQUAL WRK-BUSCA-TIPO
                 AND WRK-PART-COD(WRK-IDX2) EQUAL WRK-BUSCA-COD
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              IF WRK-QTD-PART LESS 600
                 ADD 1 TO WRK-QTD-PART
                 MOVE WRK-BUSCA-TIPO TO WRK-PART-TIPO(WRK-QTD-PART)
                 MOVE WRK-BUSCA-COD  TO WRK-PART-COD(WRK-QTD-PART)
              ELSE
                 DISPLAY "*** MAIS DE 600 PARTICIPANTES NO MES ***"
                 MOVE "N" TO WRK-SW-COMPLETO
              END-IF
           END-IF.

       0250-INCLUIR-PRODUTO         SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-PROD
                      OR WRK-ACHOU
              IF WRK-PROD-COD(WRK-IDX2) EQUAL WRK-BUSCA-COD
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              IF WRK-QTD-PROD LESS 2000
                 ADD 1 TO WRK-QTD-PROD
                 MOVE WRK-BUSCA-COD TO WRK-PROD-COD(WRK-QTD-PROD)
              ELSE
                 DISPLAY "*** MAIS DE 2000 PRODUTOS NO MES ***"
                 MOVE "N" TO WRK-SW-COMPLETO
              END-IF
           END-IF.

       0300-GRAVAR                  SECTION.
           OPEN OUTPUT SPEDWRK.
           IF FS-SPEDWRK NOT EQUAL 00
              MOVE "ARQUIVO FISCAL NAO ABRIU      " TO WRK-MSG-ERRO
              MOVE "SPED_.WRK" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SPEDWRK TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0310-BLOCO-0.
           PERFORM 0320-BLOCO-C.
           PERFORM 0330-BLOCO-E.
           PERFORM 0340-BLOCO-H.
           PERFORM 0350-BLOCO-9.
           CLOSE SPEDWRK.

       0310-BLOCO-0                 SECTION.
           MOVE ZEROS TO WRK-QTD-BLOCO.
           MOVE SPACES TO REG-SPED.
           MOVE "0000"           TO SPD-REG.
           MOVE WRK-MES          TO SPD-0000-MES.
           MOVE WRK-EMPRESA-NOME TO SPD-0000-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ TO SPD-0000-CNPJ.
           MOVE WRK-EMPRESA-UF   TO SPD-0000-UF.
           MOVE WRK-DATA-HOJE    TO SPD-0000-GERACAO.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "0001" TO WRK-REG-BLOCO.
           MOVE "0"    TO WRK-IND-MOV.
           PERFORM 0910-ABRIR-BLOCO.
      *-------- O 0000 PERTENCE AO BLOCO 0 E ENTRA NA CONTAGEM DELE
           ADD 1 TO WRK-QTD-BLOCO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PART
              PERFORM 0315-GRAVAR-PARTICIPANTE
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PROD
              MOVE SPACES TO REG-SPED
              MOVE "0200" TO SPD-REG
              MOVE WRK-PROD-COD(WRK-IDX) TO SPD-0200-CODIGO
              MOVE "(SEM DESCRICAO)     " TO SPD-0200-DESCRICAO
              MOVE 23 TO FS-PRODUTOS
              IF WRK-PRODUTOS-ABERTO
                 MOVE WRK-PROD-COD(WRK-IDX) TO PROD-CODIGO
                 READ PRODUTOS
                   INVALID KEY
                      MOVE 23 TO FS-PRODUTOS
                 END-READ
              END-IF
              IF FS-PRODUTOS EQUAL 00
                 MOVE PROD-DESCRICAO TO SPD-0200-DESCRICAO
              ELSE
                 ADD 1 TO WRK-ACUM-SEM-CAD
                 DISPLAY "PRODUTO " WRK-PROD-COD(WRK-IDX)
                         " SEM CADASTRO"
              END-IF
              PERFORM 0900-GRAVAR-LINHA
           END-PERFORM.
           MOVE "0990" TO WRK-REG-BLOCO.
           PERFORM 0920-FECHAR-BLOCO.

       0315-GRAVAR-PARTICIPANTE     SECTION.
           MOVE SPACES TO REG-SPED.
           MOVE "0150"                  TO SPD-REG.
           MOVE WRK-PART-TIPO(WRK-IDX)  TO SPD-0150-TIPO.
           MOVE WRK-PART-COD(WRK-IDX)   TO SPD-0150-CODIGO.
           MOVE "(SEM CADASTRO)"        TO SPD-0150-NOME.
           MOVE ZEROS TO SPD-0150-CNPJ SPD-0150-CPF.
           MOVE 23 TO FS-CLIENTES FS-FORNECED.
           IF WRK-PART-TIPO(WRK-IDX) EQUAL "C"
              IF WRK-CLIENTES-ABERTO
                 MOVE WRK-PART-COD(WRK-IDX) TO REG-ID
                 READ CLIENTES
                   INVALID KEY
                      MOVE 23 TO FS-CLIENTES
                 END-READ
              END-IF
              IF FS-CLIENTES EQUAL 00
                 MOVE REG-NOME         TO SPD-0150-NOME
                 MOVE REG-CNPJ         TO SPD-0150-CNPJ
                 MOVE REG-CPF          TO SPD-0150-CPF
                 MOVE REG-INSC-ESTADUAL TO SPD-0150-IE
                 MOVE REG-UF           TO SPD-0150-UF
                 IF REG-PESSOA-JURIDICA
                    MOVE "J" TO SPD-0150-PESSOA
                 ELSE
                    MOVE "F" TO SPD-0150-PESSOA
                 END-IF
              ELSE
                 ADD 1 TO WRK-ACUM-SEM-CAD
                 DISPLAY "CLIENTE " WRK-PART-COD(WRK-IDX)
                         " SEM CADASTRO"
              END-IF
           ELSE
              IF WRK-FORNECED-ABERTO
                 MOVE WRK-PART-COD(WRK-IDX) TO FOR-CODIGO
                 READ FORNECED
                   INVALID KEY
                      MOVE 23 TO FS-FORNECED
                 END-READ
              END-IF
              IF FS-FORNECED EQUAL 00
                 MOVE FOR-NOME         TO SPD-0150-NOME
                 MOVE FOR-CNPJ         TO SPD-0150-CNPJ
                 MOVE "J"              TO SPD-0150-PESSOA
              ELSE
                 ADD 1 TO WRK-ACUM-SEM-CAD
                 DISPLAY "FORNECEDOR " WRK-PART-COD(WRK-IDX)
                         " SEM CADASTRO"
              END-IF
           END-IF.
           PERFORM 0900-GRAVAR-LINHA.

       0320-BLOCO-C                 SECTION.
           MOVE "C001" TO WRK-REG-BLOCO.
           IF WRK-QTD-NOTAS EQUAL ZEROS
              AND WRK-QTD-ENTRADAS EQUAL ZEROS
              MOVE "1" TO WRK-IND-MOV
           ELSE
              MOVE "0" TO WRK-IND-MOV
           END-IF.
           PERFORM 0910-ABRIR-BLOCO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-NOTAS
              MOVE SPACES TO REG-SPED
              MOVE "C100" TO SPD-REG
              SET SPD-C100-SAIDA TO TRUE
              MOVE WRK-NOTA-SIT(WRK-IDX)     TO SPD-C100-SIT
              MOVE "C"                       TO SPD-C100-PART-TIPO
              MOVE WRK-NOTA-CLIENTE(WRK-IDX) TO SPD-C100-PART-COD
              MOVE WRK-NOTA-SERIE(WRK-IDX)   TO SPD-C100-SERIE
              MOVE WRK-NOTA-NF(WRK-IDX)      TO SPD-C100-NUMERO
              MOVE WRK-NOTA-DATA(WRK-IDX)    TO SPD-C100-DATA
              MOVE WRK-NOTA-UF(WRK-IDX)      TO SPD-C100-UF
              MOVE WRK-NOTA-BASE(WRK-IDX)    TO SPD-C100-VALOR
                                                SPD-C100-BASE
              MOVE WRK-NOTA-ALIQ(WRK-IDX)    TO SPD-C100-ALIQ
              MOVE WRK-NOTA-ICMS(WRK-IDX)    TO SPD-C100-ICMS
              PERFORM 0900-GRAVAR-LINHA
              EVALUATE WRK-NOTA-SIT(WRK-IDX)
              WHEN "C"
                 ADD 1 TO WRK-ACUM-CANCEL
              WHEN "B"
                 ADD 1 TO WRK-ACUM-BLOQ
              WHEN OTHER
                 ADD 1 TO WRK-ACUM-NOTAS
                 ADD WRK-NOTA-BASE(WRK-IDX) TO WRK-TOT-BASE
                 ADD WRK-NOTA-ICMS(WRK-IDX) TO WRK-TOT-ICMS
              END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ENTRADAS
              PERFORM 0325-GRAVAR-ENTRADA
           END-PERFORM.
           MOVE "C990" TO WRK-REG-BLOCO.
           PERFORM 0920-FECHAR-BLOCO.

       0325-GRAVAR-ENTRADA          SECTION.
      *-------- ENTRADA SEM ICMS DESTACADO: O RECEBIMENTO NAO GUARDA
      *-------- O IMPOSTO DA NOTA DO FORNECEDOR
           MOVE SPACES TO REG-SPED.
           MOVE "C100" TO SPD-REG.
           SET SPD-C100-ENTRADA TO TRUE.
           SET SPD-C100-NORMAL  TO TRUE.
           MOVE "F"                    TO SPD-C100-PART-TIPO.
           MOVE WRK-ENT-FORN(WRK-IDX)  TO SPD-C100-PART-COD.
           MOVE ZEROS                  TO SPD-C100-SERIE.
           MOVE WRK-ENT-NOTA(WRK-IDX)  TO SPD-C100-NUMERO.
           MOVE WRK-ENT-DATA(WRK-IDX)  TO SPD-C100-DATA.
           MOVE WRK-ENT-VALOR(WRK-IDX) TO SPD-C100-VALOR.
           MOVE ZEROS TO SPD-C100-BASE SPD-C100-ALIQ SPD-C100-ICMS.
           PERFORM 0900-GRAVAR-LINHA.
           ADD 1 TO WRK-ACUM-ENTRADAS.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-ITENS
              IF WRK-ITEM-DOC(WRK-IDX2) EQUAL WRK-IDX
                 MOVE SPACES TO REG-SPED
                 MOVE "C170" TO SPD-REG
                 MOVE WRK-ITEM-PRODUTO(WRK-IDX2) TO SPD-C170-PRODUTO
                 MOVE WRK-ITEM-QTD(WRK-IDX2)     TO SPD-C170-QTD
                 MOVE WRK-ITEM-CUSTO(WRK-IDX2)   TO SPD-C170-CUSTO
                 COMPUTE SPD-C170-VALOR = WRK-ITEM-QTD(WRK-IDX2)
                                        * WRK-ITEM-CUSTO(WRK-IDX2)
                 MOVE WRK-ITEM-LOTE(WRK-IDX2)    TO SPD-C170-LOTE
                 PERFORM 0900-GRAVAR-LINHA
              END-IF
           END-PERFORM.

       0330-BLOCO-E                 SECTION.
           MOVE "E001" TO WRK-REG-BLOCO.
           MOVE "0"    TO WRK-IND-MOV.
           PERFORM 0910-ABRIR-BLOCO.
           MOVE SPACES TO REG-SPED.
           MOVE "E110"          TO SPD-REG.
           MOVE WRK-ACUM-NOTAS  TO SPD-E110-NOTAS.
           MOVE WRK-ACUM-CANCEL TO SPD-E110-CANCEL.
           MOVE WRK-ACUM-BLOQ   TO SPD-E110-BLOQ.
           MOVE WRK-TOT-BASE    TO SPD-E110-BASE.
           MOVE WRK-TOT-ICMS    TO SPD-E110-DEBITOS.
           MOVE ZEROS           TO SPD-E110-CREDITOS.
           MOVE WRK-TOT-ICMS    TO SPD-E110-SALDO.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "E990" TO WRK-REG-BLOCO.
           PERFORM 0920-FECHAR-BLOCO.

       0340-BLOCO-H                 SECTION.
      *--------------------------------------------------------------
      *-------- INVENTARIO SO NO MES 12, VALORADO COMO NO ESTVALOR
      *-------- (SALDO X CUSTO MEDIO, SALDO NEGATIVO COM VALOR
      *-------- NEGATIVO)
      *--------------------------------------------------------------
           MOVE "H001" TO WRK-REG-BLOCO.
           IF WRK-MES-MM NOT EQUAL 12
              MOVE "1" TO WRK-IND-MOV
              PERFORM 0910-ABRIR-BLOCO
              GO TO 0340-BLOCO-H-FECHAR
           END-IF.
           MOVE "0" TO WRK-IND-MOV.
           PERFORM 0910-ABRIR-BLOCO.
           MOVE ZEROS TO WRK-TOT-INVENT.
           OPEN INPUT ESTOQUE.
           READ ESTOQUE.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              COMPUTE WRK-VALOR-FICHA = EST-SALDO * EST-CUSTO-MEDIO
              ADD WRK-VALOR-FICHA TO WRK-TOT-INVENT
              READ ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.
           MOVE SPACES TO REG-SPED.
           MOVE "H005" TO SPD-REG.
           COMPUTE SPD-H005-DATA = WRK-MES * 100 + 31.
           MOVE WRK-TOT-INVENT TO SPD-H005-VALOR.
           PERFORM 0900-GRAVAR-LINHA.
           OPEN INPUT ESTOQUE.
           READ ESTOQUE.
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              MOVE SPACES TO REG-SPED
              MOVE "H010"          TO SPD-REG
              MOVE EST-CODIGO      TO SPD-H010-PRODUTO
              MOVE EST-SALDO       TO SPD-H010-QTD
              MOVE EST-CUSTO-MEDIO TO SPD-H010-CUSTO
              COMPUTE SPD-H010-VALOR = EST-SALDO * EST-CUSTO-MEDIO
              PERFORM 0900-GRAVAR-LINHA
              READ ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.

       0340-BLOCO-H-FECHAR.
           MOVE "H990" TO WRK-REG-BLOCO.
           PERFORM 0920-FECHAR-BLOCO.

       0350-BLOCO-9                 SECTION.
      *--------------------------------------------------------------
      *-------- UM 9900 POR REGISTRO GRAVADO, MAIS OS DO PROPRIO
      *-------- BLOCO 9 (9900, 9990 E 9999, QUE AINDA NAO SAIRAM)
      *--------------------------------------------------------------
           MOVE "9001" TO WRK-REG-BLOCO.
           MOVE "0"    TO WRK-IND-MOV.
           PERFORM 0910-ABRIR-BLOCO.
           MOVE WRK-QTD-CNT TO WRK-IDX2.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-IDX2
              MOVE SPACES TO REG-SPED
              MOVE "9900"              TO SPD-REG
              MOVE WRK-CNT-REG(WRK-IDX) TO SPD-9900-REG
              MOVE WRK-CNT-QTD(WRK-IDX) TO SPD-9900-QTD
              PERFORM 0900-GRAVAR-LINHA
           END-PERFORM.
           MOVE SPACES TO REG-SPED.
           MOVE "9900" TO SPD-REG.
           MOVE "9900" TO SPD-9900-REG.
           COMPUTE SPD-9900-QTD = WRK-IDX2 + 3.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO REG-SPED.
           MOVE "9900" TO SPD-REG.
           MOVE "9990" TO SPD-9900-REG.
           MOVE 1      TO SPD-9900-QTD.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO REG-SPED.
           MOVE "9900" TO SPD-REG.
           MOVE "9999" TO SPD-9900-REG.
           MOVE 1      TO SPD-9900-QTD.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "9990" TO WRK-REG-BLOCO.
           PERFORM 0920-FECHAR-BLOCO.
           MOVE SPACES TO REG-SPED.
           MOVE "9999" TO SPD-REG.
           COMPUTE SPD-9999-QTD = WRK-QTD-LINHAS + 1.
           PERFORM 0900-GRAVAR-LINHA.

       0400-VALIDAR                 SECTION.
      *--------------------------------------------------------------
      *-------- RELE O ARQUIVO GRAVADO E REFAZ AS CONTAS SEM USAR O
      *-------- QUE FICOU NA MEMORIA DA GERACAO: CADASTROS DO BLOCO 0,
      *-------- CONTAGENS DOS BLOCOS E DOS REGISTROS, APURACAO E
      *-------- INVENTARIO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-PART WRK-QTD-PROD WRK-QTD-CNT
                         WRK-QTD-DECL WRK-QTD-LINHAS WRK-QTD-BLOCO.
           MOVE SPACES TO WRK-BLOCO-ATUAL WRK-ULTIMO-REG.
           MOVE "N" TO WRK-SW-FIM.
           OPEN INPUT SPEDWRK.
           IF FS-SPEDWRK NOT EQUAL 00
              MOVE "ARQUIVO FISCAL NAO RELIDO     " TO WRK-MSG-ERRO
              MOVE "SPED_.WRK" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SPEDWRK TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ SPEDWRK
             AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM UNTIL WRK-FIM-ARQUIVO
              ADD 1 TO WRK-QTD-LINHAS
              PERFORM 0410-VALIDAR-LINHA
              MOVE SPD-REG TO WRK-ULTIMO-REG
              READ SPEDWRK
                AT END SET WRK-FIM-ARQUIVO TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SPEDWRK.
           PERFORM 0450-VALIDAR-TOTAIS.

       0410-VALIDAR-LINHA           SECTION.
           IF WRK-QTD-LINHAS EQUAL 1
              AND (NOT SPD-ABERTURA-ARQ OR SPD-0000-MES NOT EQUAL
                   WRK-MES)
              MOVE "PRIMEIRA LINHA NAO E O 0000   " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
           MOVE SPD-REG TO WRK-REG-CONTADO.
           PERFORM 0930-CONTAR-REGISTRO.
      *-------- ABERTURA E FECHAMENTO DE BLOCO
           IF SPD-REG(2:3) EQUAL "001"
              MOVE SPD-REG(1:1) TO WRK-BLOCO-ATUAL
              MOVE ZEROS TO WRK-QTD-BLOCO
              IF SPD-REG EQUAL "0001"
                 MOVE 1 TO WRK-QTD-BLOCO
              END-IF
           END-IF.
           IF SPD-REG(1:1) NOT EQUAL WRK-BLOCO-ATUAL
              AND NOT SPD-ABERTURA-ARQ
              AND NOT SPD-ENCERRAMENTO-ARQ
              MOVE "REGISTRO FORA DO SEU BLOCO    " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
           ADD 1 TO WRK-QTD-BLOCO.
           IF SPD-REG(2:3) EQUAL "990"
              IF SPD-XNN0-QTD NOT EQUAL WRK-QTD-BLOCO
                 MOVE "QUANTIDADE DO BLOCO NAO BATE  " TO WRK-MSG-ERRO
                 PERFORM 0490-APONTAR
              END-IF
              MOVE SPACES TO WRK-BLOCO-ATUAL
           END-IF.
           EVALUATE TRUE
           WHEN SPD-PARTICIPANTE
              MOVE SPD-0150-TIPO   TO WRK-BUSCA-TIPO
              MOVE SPD-0150-CODIGO TO WRK-BUSCA-COD
              PERFORM 0240-INCLUIR-PARTICIPANTE
           WHEN SPD-PRODUTO
              MOVE SPD-0200-CODIGO TO WRK-BUSCA-COD
              PERFORM 0250-INCLUIR-PRODUTO
           WHEN SPD-DOCUMENTO
              PERFORM 0420-VALIDAR-DOCUMENTO
           WHEN SPD-ITEM
              MOVE SPD-C170-PRODUTO TO WRK-BUSCA-COD
              PERFORM 0430-PRODUTO-DECLARADO
           WHEN SPD-APURACAO
              MOVE SPD-E110 TO WRK-VAL-E110
              SET WRK-TEM-E110 TO TRUE
           WHEN SPD-INVENTARIO
              MOVE SPD-H005-VALOR TO WRK-VAL-H005
           WHEN SPD-INVENTARIO-ITEM
              MOVE SPD-H010-PRODUTO TO WRK-BUSCA-COD
              PERFORM 0430-PRODUTO-DECLARADO
              ADD SPD-H010-VALOR TO WRK-VAL-INVENT
           WHEN SPD-CONTAGEM
              IF WRK-QTD-DECL LESS 30
                 ADD 1 TO WRK-QTD-DECL
                 MOVE SPD-9900-REG TO WRK-DECL-REG(WRK-QTD-DECL)
                 MOVE SPD-9900-QTD TO WRK-DECL-QTD(WRK-QTD-DECL)
              END-IF
           WHEN SPD-ENCERRAMENTO-ARQ
              MOVE SPD-9999-QTD TO WRK-VAL-9999
           END-EVALUATE.

       0420-VALIDAR-DOCUMENTO       SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-PART
                      OR WRK-ACHOU
              IF WRK-PART-TIPO(WRK-IDX2) EQUAL SPD-C100-PART-TIPO
                 AND WRK-PART-COD(WRK-IDX2) EQUAL SPD-C100-PART-COD
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              MOVE "PARTICIPANTE FORA DO 0150     " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
           IF SPD-C100-SAIDA
              EVALUATE TRUE
              WHEN SPD-C100-CANCELADA
                 ADD 1 TO WRK-VAL-CANCEL
              WHEN SPD-C100-BLOQUEADA
                 ADD 1 TO WRK-VAL-BLOQ
              WHEN OTHER
                 ADD 1 TO WRK-VAL-NOTAS
                 ADD SPD-C100-BASE TO WRK-VAL-BASE
                 ADD SPD-C100-ICMS TO WRK-VAL-ICMS
              END-EVALUATE
           END-IF.

       0430-PRODUTO-DECLARADO       SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-PROD
                      OR WRK-ACHOU
              IF WRK-PROD-COD(WRK-IDX2) EQUAL WRK-BUSCA-COD
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              MOVE "PRODUTO FORA DO 0200          " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.

       0450-VALIDAR-TOTAIS          SECTION.
           IF WRK-ULTIMO-REG NOT EQUAL "9999"
              MOVE "ARQUIVO NAO TERMINA NO 9999   " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
           IF WRK-VAL-9999 NOT EQUAL WRK-QTD-LINHAS
              MOVE "TOTAL DE LINHAS DO 9999 ERRADO" TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
      *-------- CADA 9900 CONTRA O QUE FOI CONTADO E VICE-VERSA
           IF WRK-QTD-DECL NOT EQUAL WRK-QTD-CNT
              MOVE "REGISTRO SEM 9900 OU SOBRANDO " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DECL
              MOVE "N" TO WRK-SW-ACHOU
              PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                      UNTIL WRK-IDX2 GREATER WRK-QTD-CNT
                         OR WRK-ACHOU
                 IF WRK-CNT-REG(WRK-IDX2) EQUAL WRK-DECL-REG(WRK-IDX)
                    SET WRK-ACHOU TO TRUE
                    IF WRK-CNT-QTD(WRK-IDX2)
                       NOT EQUAL WRK-DECL-QTD(WRK-IDX)
                       MOVE "QUANTIDADE DO 9900 NAO BATE   "
                         TO WRK-MSG-ERRO
                       DISPLAY "   REGISTRO " WRK-DECL-REG(WRK-IDX)
                       PERFORM 0490-APONTAR
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WRK-ACHOU
                 MOVE "9900 DE REGISTRO INEXISTENTE  " TO WRK-MSG-ERRO
                 PERFORM 0490-APONTAR
              END-IF
           END-PERFORM.
      *-------- NOTAS DE SAIDA CONTRA A APURACAO
           IF NOT WRK-TEM-E110
              MOVE "ARQUIVO SEM A APURACAO E110   " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           ELSE
              IF WRK-VE-NOTAS  NOT EQUAL WRK-VAL-NOTAS
                 OR WRK-VE-CANCEL NOT EQUAL WRK-VAL-CANCEL
                 OR WRK-VE-BLOQ   NOT EQUAL WRK-VAL-BLOQ
                 MOVE "QTD DE NOTAS DIFERE DO E110   " TO WRK-MSG-ERRO
                 PERFORM 0490-APONTAR
              END-IF
              IF WRK-VE-BASE    NOT EQUAL WRK-VAL-BASE
                 OR WRK-VE-DEBITOS NOT EQUAL WRK-VAL-ICMS
                 MOVE "NOTAS NAO BATEM COM O E110    " TO WRK-MSG-ERRO
                 PERFORM 0490-APONTAR
              END-IF
              IF WRK-VE-SALDO + WRK-VE-CREDITOS
                 NOT EQUAL WRK-VE-DEBITOS
                 MOVE "SALDO DO E110 NAO FECHA       " TO WRK-MSG-ERRO
                 PERFORM 0490-APONTAR
              END-IF
           END-IF.
           IF WRK-VAL-INVENT NOT EQUAL WRK-VAL-H005
              MOVE "ITENS NAO BATEM COM O H005    " TO WRK-MSG-ERRO
              PERFORM 0490-APONTAR
           END-IF.

       0490-APONTAR                 SECTION.
           ADD 1 TO WRK-ACUM-INCONSIST.
           DISPLAY "*** LINHA " WRK-QTD-LINHAS ": " WRK-MSG-ERRO.

       0500-LIBERAR                 SECTION.
      *--------------------------------------------------------------
      *-------- SO O ARQUIVO VALIDADO E COMPLETO VIRA O .txt DO
      *-------- CONTADOR; O .WRK E APAGADO DEPOIS DA COPIA
      *--------------------------------------------------------------
           IF WRK-ACUM-INCONSIST GREATER ZEROS
              OR NOT WRK-ARQUIVO-COMPLETO
              GO TO 0500-LIBERAR-FIM
           END-IF.
           OPEN INPUT SPEDWRK.
           OPEN OUTPUT SPEDTXT.
           IF FS-SPEDTXT NOT EQUAL 00
              MOVE "ARQUIVO DO CONTADOR NAO ABRIU " TO WRK-MSG-ERRO
              MOVE "SPED_.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SPEDTXT TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "N" TO WRK-SW-FIM.
           READ SPEDWRK
             AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM UNTIL WRK-FIM-ARQUIVO
              WRITE REG-SPEDTXT FROM REG-SPED
              READ SPEDWRK
                AT END SET WRK-FIM-ARQUIVO TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SPEDWRK.
           CLOSE SPEDTXT.
           CALL "CBL_DELETE_FILE" USING WRK-SPEDWRK-PATH.
           MOVE ZEROS TO RETURN-CODE.

       0500-LIBERAR-FIM.
           EXIT.

       0600-FINALIZAR               SECTION.
           IF WRK-CLIENTES-ABERTO
              CLOSE CLIENTES
           END-IF.
           IF WRK-FORNECED-ABERTO
              CLOSE FORNECED
           END-IF.
           IF WRK-PRODUTOS-ABERTO
              CLOSE PRODUTOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "NOTAS DE SAIDA.......... " WRK-QTD-NOTAS.
           DISPLAY "  CANCELADAS............ " WRK-ACUM-CANCEL.
           DISPLAY "  BLOQUEADAS............ " WRK-ACUM-BLOQ.
           DISPLAY "NOTAS DE ENTRADA........ " WRK-ACUM-ENTRADAS.
           DISPLAY "PARTICIPANTES........... " WRK-QTD-PART.
           DISPLAY "PRODUTOS................ " WRK-QTD-PROD.
           DISPLAY "SEM CADASTRO............ " WRK-ACUM-SEM-CAD.
           MOVE WRK-TOT-BASE TO WRK-BASE-ED.
           MOVE WRK-TOT-ICMS TO WRK-ICMS-ED.
           DISPLAY "BASE DO ICMS............ " WRK-BASE-ED.
           DISPLAY "ICMS A RECOLHER......... " WRK-ICMS-ED.
           IF WRK-MES-MM EQUAL 12
              MOVE WRK-TOT-INVENT TO WRK-VALOR-ED
              DISPLAY "INVENTARIO.............. " WRK-VALOR-ED
           END-IF.
           DISPLAY "LINHAS DO ARQUIVO....... " WRK-QTD-LINHAS.
           DISPLAY "INCONSISTENCIAS......... " WRK-ACUM-INCONSIST.
           IF WRK-ACUM-INCONSIST EQUAL ZEROS
              AND WRK-ARQUIVO-COMPLETO
              DISPLAY "ARQUIVO LIBERADO: " WRK-SPEDTXT-PATH
           ELSE
              IF NOT WRK-ARQUIVO-COMPLETO
                 DISPLAY "MOVIMENTO MAIOR QUE AS TABELAS - ARQUIVO "
                         "INCOMPLETO"
              END-IF
              DISPLAY "ARQUIVO NAO LIBERADO - CONFERIR "
                      WRK-SPEDWRK-PATH
              MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DO ARQUIVO FISCAL".

       0900-GRAVAR-LINHA            SECTION.
      *--------------------------------------------------------------
      *-------- TODA LINHA PASSA POR AQUI: GRAVA E CONTA NO BLOCO, NO
      *-------- REGISTRO (PARA O 9900) E NO ARQUIVO (PARA O 9999)
      *--------------------------------------------------------------
           WRITE REG-SPED.
           IF FS-SPEDWRK NOT EQUAL 00
              MOVE "ERRO AO GRAVAR ARQUIVO FISCAL " TO WRK-MSG-ERRO
              MOVE "SPED_.WRK" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SPEDWRK TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-BLOCO.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE SPD-REG TO WRK-REG-CONTADO.
           PERFORM 0930-CONTAR-REGISTRO.

       0910-ABRIR-BLOCO             SECTION.
           MOVE ZEROS TO WRK-QTD-BLOCO.
           MOVE SPACES TO REG-SPED.
           MOVE WRK-REG-BLOCO TO SPD-REG.
           MOVE WRK-IND-MOV   TO SPD-XNN1-IND-MOV.
           PERFORM 0900-GRAVAR-LINHA.

       0920-FECHAR-BLOCO            SECTION.
           MOVE SPACES TO REG-SPED.
           MOVE WRK-REG-BLOCO TO SPD-REG.
           COMPUTE SPD-XNN0-QTD = WRK-QTD-BLOCO + 1.
           PERFORM 0900-GRAVAR-LINHA.

       0930-CONTAR-REGISTRO         SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-ACHADO FROM 1 BY 1
                   UNTIL WRK-IDX-ACHADO GREATER WRK-QTD-CNT
                      OR WRK-ACHOU
              IF WRK-CNT-REG(WRK-IDX-ACHADO) EQUAL WRK-REG-CONTADO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-ACHADO
           ELSE
              ADD 1 TO WRK-QTD-CNT
              MOVE WRK-QTD-CNT TO WRK-IDX-ACHADO
              MOVE WRK-REG-CONTADO TO WRK-CNT-REG(WRK-IDX-ACHADO)
              MOVE ZEROS TO WRK-CNT-QTD(WRK-IDX-ACHADO)
           END-IF.
           ADD 1 TO WRK-CNT-QTD(WRK-IDX-ACHADO).

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-NOTASLOG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
