       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO MENSAL POR CATEGORIA DE PRODUTO - PARA O
      *           MES INFORMADO TOTALIZA, POR CATEGORIA (CADASTRO
      *           CATEGORIA.DAT DO CATMANT) E COM SUBTOTAL POR
      *           DEPARTAMENTO: VENDA LIQUIDA E QUANTIDADE (ARQUIVOS
      *           VENDASDET_AAAAMMDD, ESTORNO SUBTRAINDO), MARGEM
      *           BRUTA (VENDA - QUANTIDADE X CUSTO MEDIO DA FICHA,
      *           COMO NO ESTMARG), VALOR DO ESTOQUE (SALDO X CUSTO
      *           MEDIO, COMO NO ESTVALOR) E VENDA PERDIDA
      *           (ENCOMENDAS PENDENTES DO BACKORD.txt, COMO NO
      *           BACKREL). COM O CADASTRO DE LOJAS (LOJAS.txt DO
      *           LOJACONS) ABRE LOJA POR LOJA, PELO DIRETORIO DE
      *           CADA UMA, E FECHA COM O CONSOLIDADO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PRODUTOS E CATEGORIAS SAO OS DA MATRIZ; FICHA
      *              DE ESTOQUE, VENDAS E ENCOMENDAS SAO OS DE CADA
      *              LOJA. SEM LOJAS.txt SAI SO A LOJA LOCAL. PRODUTO
      *              SEM CATEGORIA (OU COM CATEGORIA FORA DO
      *              CADASTRO) CAI EM "SEM CATEGORIA"; A EMISSAO DE
      *              VALE-PRESENTE (9999) NAO E VENDA E FICA FORA.
      *              VENDA SEM FICHA OU SEM CUSTO E CONTADA E SAI
      *              DESTACADA, POIS SUPERESTIMA A MARGEM (KIT NAO
      *              TEM FICHA - A MARGEM DELE ESTA NO ESTMARG).
      *              ATE 30 DEPARTAMENTOS E 100 CATEGORIAS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT LOJAS ASSIGN TO WRK-PATH-LOJAS
             FILE STATUS IS FS-LOJAS.

           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT ESTOQUE ASSIGN TO WRK-ESTOQUE-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT BACKORD ASSIGN TO WRK-BACKORD-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BACKORD.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT CATEGORIA ASSIGN TO WRK-PATH-CATEGORIA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CAT-CHAVE
             FILE STATUS IS FS-CATEGORIA.


       DATA DIVISION.
       FILE SECTION.
       FD  LOJAS.
       01  REG-LOJAS.
           05 LOJ-CODIGO     PIC 9(02).
           05 FILLER         PIC X(01).
           05 LOJ-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 LOJ-DIR        PIC X(40).

       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  BACKORD.
       COPY "BCKCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  CATEGORIA.
       COPY "CATCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-LOJAS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-BACKORD   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-CATEGORIA PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CATREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PRODUTOS.DAT".

       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.
       01  WRK-ESTOQUE-PATH  PIC X(60) VALUE SPACES.
       01  WRK-BACKORD-PATH  PIC X(60) VALUE SPACES.

      *-------------- LOJA EM PROCESSO -------------------------------
       77  WRK-LOJA-CODIGO   PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-NOME     PIC X(20) VALUE SPACES.
       77  WRK-LOJA-DIR      PIC X(40) VALUE SPACES.
       77  WRK-SW-LOJAS      PIC X(01) VALUE "N".
           88 WRK-LOJAS-ABERTO      VALUE "S".
       77  WRK-SW-ESTOQUE    PIC X(01) VALUE "N".
           88 WRK-ESTOQUE-ABERTO    VALUE "S".

      *-------------- DEPARTAMENTOS DO CADASTRO ----------------------
       77  WRK-QTD-DEPTOS    PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DEPTOS.
           05 WRK-DEP-ENTRY OCCURS 30 TIMES.
              10 WRK-DEP-CODIGO  PIC 9(03).
              10 WRK-DEP-NOME    PIC X(20).

      *-------------- CATEGORIAS COM O ACUMULADO DA LOJA E O GERAL ---
      *-------- A ENTRADA 1 E A CATEGORIA 000 (SEM CATEGORIA)
       77  WRK-QTD-CATEGS    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CATEGS.
           05 WRK-CAT-ENTRY OCCURS 100 TIMES.
              10 WRK-CAT-CODIGO  PIC 9(03).
              10 WRK-CAT-NOME    PIC X(20).
              10 WRK-CAT-DEPTO   PIC 9(03).
              10 WRK-CAT-IDX-DEP PIC 9(02).
              10 WRK-CAT-LOJA.
                 15 WRK-CLJ-QTD       PIC S9(07).
                 15 WRK-CLJ-VENDA     PIC S9(09)V99.
                 15 WRK-CLJ-CUSTO     PIC S9(09)V99.
                 15 WRK-CLJ-ESTOQUE   PIC S9(09)V99.
                 15 WRK-CLJ-PERD-QTD  PIC S9(07).
                 15 WRK-CLJ-PERD-VLR  PIC S9(09)V99.
                 15 WRK-CLJ-SEM-CUSTO PIC S9(05).
              10 WRK-CAT-GERAL.
                 15 WRK-CGR-QTD       PIC S9(07).
                 15 WRK-CGR-VENDA     PIC S9(09)V99.
                 15 WRK-CGR-CUSTO     PIC S9(09)V99.
                 15 WRK-CGR-ESTOQUE   PIC S9(09)V99.
                 15 WRK-CGR-PERD-QTD  PIC S9(07).
                 15 WRK-CGR-PERD-VLR  PIC S9(09)V99.
                 15 WRK-CGR-SEM-CUSTO PIC S9(05).

      *-------------- AREAS DE IMPRESSAO (MESMO FORMATO) -------------
       01  WRK-IMP-ACUM.
           05 WRK-IMP-QTD       PIC S9(07).
           05 WRK-IMP-VENDA     PIC S9(09)V99.
           05 WRK-IMP-CUSTO     PIC S9(09)V99.
           05 WRK-IMP-ESTOQUE   PIC S9(09)V99.
           05 WRK-IMP-PERD-QTD  PIC S9(07).
           05 WRK-IMP-PERD-VLR  PIC S9(09)V99.
           05 WRK-IMP-SEM-CUSTO PIC S9(05).
       01  WRK-SUB-ACUM.
           05 WRK-SUB-QTD       PIC S9(07).
           05 WRK-SUB-VENDA     PIC S9(09)V99.
           05 WRK-SUB-CUSTO     PIC S9(09)V99.
           05 WRK-SUB-ESTOQUE   PIC S9(09)V99.
           05 WRK-SUB-PERD-QTD  PIC S9(07).
           05 WRK-SUB-PERD-VLR  PIC S9(09)V99.
           05 WRK-SUB-SEM-CUSTO PIC S9(05).
       01  WRK-TOT-ACUM.
           05 WRK-TOT-QTD       PIC S9(07).
           05 WRK-TOT-VENDA     PIC S9(09)V99.
           05 WRK-TOT-CUSTO     PIC S9(09)V99.
           05 WRK-TOT-ESTOQUE   PIC S9(09)V99.
           05 WRK-TOT-PERD-QTD  PIC S9(07).
           05 WRK-TOT-PERD-VLR  PIC S9(09)V99.
           05 WRK-TOT-SEM-CUSTO PIC S9(05).

       77  WRK-SW-NIVEL      PIC X(01) VALUE "L".
           88 WRK-NIVEL-LOJA        VALUE "L".
           88 WRK-NIVEL-GERAL       VALUE "G".
       77  WRK-SW-CABEC      PIC X(01) VALUE "N".
           88 WRK-CABEC-IMPRESSO    VALUE "S".
       77  WRK-IMP-CODIGO    PIC X(03) VALUE SPACES.
       77  WRK-IMP-NOME      PIC X(20) VALUE SPACES.

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CAT       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-CATEGORIA     PIC 9(03) VALUE ZEROS.

      *-------------- LINHA DE VENDA EM PROCESSO ---------------------
       77  WRK-QTD-LINHA     PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-LINHA   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-PCT    PIC S9(05)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LOJAS    PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-DIAS     PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-LIDOS    PIC 9(07) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-QTD-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-VALOR-ED      PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR2-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED        PIC -ZZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOJAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-CATEGORIA PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR-LOJAS
           PERFORM   0400-CONSOLIDADO
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "RESULTADO POR CATEGORIA - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "MES A APURAR (AAAAMM): "
             ACCEPT WRK-AAAAMM.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS AUSENTE  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- ENTRADA 1 = SEM CATEGORIA, SEM DEPARTAMENTO
           MOVE 1                      TO WRK-QTD-CATEGS.
           MOVE ZEROS                  TO WRK-CAT-CODIGO(1)
                                          WRK-CAT-DEPTO(1)
                                          WRK-CAT-IDX-DEP(1).
           MOVE "(SEM CATEGORIA)     " TO WRK-CAT-NOME(1).
           OPEN INPUT CATEGORIA.
           IF FS-CATEGORIA EQUAL 00
              PERFORM 0110-CARREGAR-CATEGORIAS
              CLOSE CATEGORIA
           ELSE
              DISPLAY "CADASTRO DE CATEGORIAS AUSENTE - TODOS OS "
                      "PRODUTOS SAEM SEM CATEGORIA"
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
              MOVE ZEROS TO WRK-CGR-QTD(WRK-IDX)
                            WRK-CGR-VENDA(WRK-IDX)
                            WRK-CGR-CUSTO(WRK-IDX)
                            WRK-CGR-ESTOQUE(WRK-IDX)
                            WRK-CGR-PERD-QTD(WRK-IDX)
                            WRK-CGR-PERD-VLR(WRK-IDX)
                            WRK-CGR-SEM-CUSTO(WRK-IDX)
           END-PERFORM.

       0110-CARREGAR-CATEGORIAS     SECTION.
      *--------------------------------------------------------------
      *-------- LE O CADASTRO INTEIRO (AS CATEGORIAS "C" VEM ANTES
      *-------- DOS DEPARTAMENTOS "D" NA CHAVE) E DEPOIS AMARRA CADA
      *-------- CATEGORIA A POSICAO DO SEU DEPARTAMENTO NA TABELA
      *--------------------------------------------------------------
           READ CATEGORIA NEXT RECORD
           PERFORM UNTIL FS-CATEGORIA NOT EQUAL 00
              EVALUATE TRUE
                 WHEN CAT-CATEGORIA AND CAT-CODIGO GREATER ZEROS
                    IF WRK-QTD-CATEGS LESS 100
                       ADD 1 TO WRK-QTD-CATEGS
                       MOVE CAT-CODIGO
                         TO WRK-CAT-CODIGO(WRK-QTD-CATEGS)
                       MOVE CAT-DESCRICAO
                         TO WRK-CAT-NOME(WRK-QTD-CATEGS)
                       MOVE CAT-DEPTO
                         TO WRK-CAT-DEPTO(WRK-QTD-CATEGS)
                    ELSE
                       DISPLAY "TABELA DE CATEGORIAS CHEIA - "
                               "CATEGORIA " CAT-CODIGO
                               " SAI SEM CATEGORIA"
                    END-IF
                 WHEN CAT-DEPARTAMENTO
                    IF WRK-QTD-DEPTOS LESS 30
                       ADD 1 TO WRK-QTD-DEPTOS
                       MOVE CAT-CODIGO
                         TO WRK-DEP-CODIGO(WRK-QTD-DEPTOS)
                       MOVE CAT-DESCRICAO
                         TO WRK-DEP-NOME(WRK-QTD-DEPTOS)
                    ELSE
                       DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - "
                               "DEPARTAMENTO " CAT-CODIGO
                               " SAI SEM DEPARTAMENTO"
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ CATEGORIA NEXT RECORD
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 2 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
              MOVE ZEROS TO WRK-CAT-IDX-DEP(WRK-IDX)
              PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                      UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS
                 IF WRK-DEP-CODIGO(WRK-IDX-DEP)
                    EQUAL WRK-CAT-DEPTO(WRK-IDX)
                    MOVE WRK-IDX-DEP TO WRK-CAT-IDX-DEP(WRK-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       0200-PROCESSAR-LOJAS         SECTION.
      *--------------------------------------------------------------
      *-------- COM O CADASTRO DE LOJAS, UMA PASSADA POR LOJA NO
      *-------- DIRETORIO DELA; SEM ELE, SO OS ARQUIVOS LOCAIS
      *--------------------------------------------------------------
           OPEN INPUT LOJAS.
           IF FS-LOJAS NOT EQUAL 00
              CALL "LOJAID" USING WRK-LOJA-CODIGO
              MOVE "LOJA LOCAL"  TO WRK-LOJA-NOME
              MOVE WRK-PATH-DIR  TO WRK-LOJA-DIR
              PERFORM 0210-PROCESSAR-UMA-LOJA
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           SET WRK-LOJAS-ABERTO TO TRUE.
           READ LOJAS
           PERFORM UNTIL FS-LOJAS NOT EQUAL 00
              MOVE LOJ-CODIGO TO WRK-LOJA-CODIGO
              MOVE LOJ-NOME   TO WRK-LOJA-NOME
              MOVE LOJ-DIR    TO WRK-LOJA-DIR
              IF WRK-LOJA-DIR EQUAL SPACES
                 MOVE WRK-PATH-DIR TO WRK-LOJA-DIR
              END-IF
              PERFORM 0210-PROCESSAR-UMA-LOJA
              READ LOJAS
           END-PERFORM.
           CLOSE LOJAS.

       0200-PROCESSAR-FIM.
           EXIT.

       0210-PROCESSAR-UMA-LOJA      SECTION.
           ADD 1 TO WRK-ACUM-LOJAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
              MOVE ZEROS TO WRK-CLJ-QTD(WRK-IDX)
                            WRK-CLJ-VENDA(WRK-IDX)
                            WRK-CLJ-CUSTO(WRK-IDX)
                            WRK-CLJ-ESTOQUE(WRK-IDX)
                            WRK-CLJ-PERD-QTD(WRK-IDX)
                            WRK-CLJ-PERD-VLR(WRK-IDX)
                            WRK-CLJ-SEM-CUSTO(WRK-IDX)
           END-PERFORM.
      *-------- FICHA DE ESTOQUE DA LOJA: CUSTO DA VENDA E VALOR
           MOVE "N"    TO WRK-SW-ESTOQUE.
           MOVE SPACES TO WRK-ESTOQUE-PATH.
           STRING WRK-LOJA-DIR  DELIMITED BY SPACES
                  "ESTOQUE.DAT" DELIMITED BY SIZE
                  INTO WRK-ESTOQUE-PATH.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
              SET WRK-ESTOQUE-ABERTO TO TRUE
           END-IF.
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA GREATER 31
              COMPUTE WRK-AAAAMMDD = WRK-AAAAMM * 100 + WRK-DIA
              PERFORM 0220-APURAR-DIA
           END-PERFORM.
           PERFORM 0240-VALORAR-ESTOQUE.
           PERFORM 0250-VENDA-PERDIDA.
           IF WRK-ESTOQUE-ABERTO
              CLOSE ESTOQUE
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "LOJA " WRK-LOJA-CODIGO " - " WRK-LOJA-NOME.
           IF NOT WRK-ESTOQUE-ABERTO
              DISPLAY "*** LOJA SEM FICHA DE ESTOQUE - SEM CUSTO E "
                      "SEM VALOR DE ESTOQUE ***"
           END-IF.
           SET WRK-NIVEL-LOJA TO TRUE.
           PERFORM 0500-IMPRIMIR-ARVORE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
              ADD WRK-CLJ-QTD(WRK-IDX)   TO WRK-CGR-QTD(WRK-IDX)
              ADD WRK-CLJ-VENDA(WRK-IDX) TO WRK-CGR-VENDA(WRK-IDX)
              ADD WRK-CLJ-CUSTO(WRK-IDX) TO WRK-CGR-CUSTO(WRK-IDX)
              ADD WRK-CLJ-ESTOQUE(WRK-IDX)
                TO WRK-CGR-ESTOQUE(WRK-IDX)
              ADD WRK-CLJ-PERD-QTD(WRK-IDX)
                TO WRK-CGR-PERD-QTD(WRK-IDX)
              ADD WRK-CLJ-PERD-VLR(WRK-IDX)
                TO WRK-CGR-PERD-VLR(WRK-IDX)
              ADD WRK-CLJ-SEM-CUSTO(WRK-IDX)
                TO WRK-CGR-SEM-CUSTO(WRK-IDX)
           END-PERFORM.

       0220-APURAR-DIA              SECTION.
           MOVE SPACES TO WRK-VENDASDET-PATH.
           STRING WRK-LOJA-DIR   DELIMITED BY SPACES
                  "VENDASDET_"   DELIMITED BY SIZE
                  WRK-AAAAMMDD   DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                  INTO WRK-VENDASDET-PATH.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0220-APURAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-DIAS.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0230-SOMAR-VENDA
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0220-APURAR-FIM.
           EXIT.

       0230-SOMAR-VENDA             SECTION.
      *-------- EMISSAO DE VALE-PRESENTE E PASSIVO, NAO VENDA
           IF DET-PROD-VALE
              GO TO 0230-SOMAR-FIM
           END-IF.
      *-------- REGISTRO ANTIGO SEM QUANTIDADE VALE COMO 1
           IF DET-QTD NUMERIC AND DET-QTD GREATER ZEROS
              MOVE DET-QTD TO WRK-QTD-LINHA
           ELSE
              MOVE 1 TO WRK-QTD-LINHA
           END-IF.
           MOVE DET-CODPROD TO WRK-PRODUTO.
           PERFORM 0260-LOCALIZAR-CATEGORIA.
           MOVE ZEROS TO WRK-CUSTO-LINHA.
           MOVE ZEROS TO EST-CUSTO-MEDIO.
           IF WRK-ESTOQUE-ABERTO
              MOVE DET-CODPROD TO EST-CODIGO
              READ ESTOQUE
                INVALID KEY
                   MOVE ZEROS TO EST-CUSTO-MEDIO
              END-READ
           END-IF.
           IF EST-CUSTO-MEDIO EQUAL ZEROS
              ADD 1 TO WRK-CLJ-SEM-CUSTO(WRK-IDX-CAT)
           ELSE
              COMPUTE WRK-CUSTO-LINHA
                    = WRK-QTD-LINHA * EST-CUSTO-MEDIO
           END-IF.
           IF DET-TIPO-ESTORNO
              SUBTRACT WRK-QTD-LINHA   FROM WRK-CLJ-QTD(WRK-IDX-CAT)
              SUBTRACT DET-VALOR       FROM WRK-CLJ-VENDA(WRK-IDX-CAT)
              SUBTRACT WRK-CUSTO-LINHA FROM WRK-CLJ-CUSTO(WRK-IDX-CAT)
           ELSE
              ADD WRK-QTD-LINHA   TO WRK-CLJ-QTD(WRK-IDX-CAT)
              ADD DET-VALOR       TO WRK-CLJ-VENDA(WRK-IDX-CAT)
              ADD WRK-CUSTO-LINHA TO WRK-CLJ-CUSTO(WRK-IDX-CAT)
           END-IF.

       0230-SOMAR-FIM.
           EXIT.

       0240-VALORAR-ESTOQUE         SECTION.
      *-------- SALDO X CUSTO MEDIO; SALDO NEGATIVO ENTRA NEGATIVO,
      *-------- COMO NO ESTVALOR
           IF NOT WRK-ESTOQUE-ABERTO
              GO TO 0240-VALORAR-FIM
           END-IF.
           MOVE ZEROS TO EST-CODIGO.
           START ESTOQUE KEY IS NOT LESS THAN EST-CODIGO
             INVALID KEY
                GO TO 0240-VALORAR-FIM
           END-START.
           READ ESTOQUE NEXT RECORD
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              MOVE EST-CODIGO TO WRK-PRODUTO
              PERFORM 0260-LOCALIZAR-CATEGORIA
              COMPUTE WRK-CLJ-ESTOQUE(WRK-IDX-CAT)
                    = WRK-CLJ-ESTOQUE(WRK-IDX-CAT)
                    + EST-SALDO * EST-CUSTO-MEDIO
              READ ESTOQUE NEXT RECORD
           END-PERFORM.

       0240-VALORAR-FIM.
           EXIT.

       0250-VENDA-PERDIDA           SECTION.
      *-------- ENCOMENDAS DO MES AINDA PENDENTES, COMO NO BACKREL
           MOVE SPACES TO WRK-BACKORD-PATH.
           STRING WRK-LOJA-DIR  DELIMITED BY SPACES
                  "BACKORD.txt" DELIMITED BY SIZE
                  INTO WRK-BACKORD-PATH.
           OPEN INPUT BACKORD.
           IF FS-BACKORD NOT EQUAL 00
              GO TO 0250-VENDA-FIM
           END-IF.
           READ BACKORD
           PERFORM UNTIL FS-BACKORD NOT EQUAL 00
              IF BCK-DATA(1:6) EQUAL WRK-AAAAMM AND BCK-PENDENTE
                 MOVE BCK-CODPROD TO WRK-PRODUTO
                 PERFORM 0260-LOCALIZAR-CATEGORIA
                 ADD BCK-QTD   TO WRK-CLJ-PERD-QTD(WRK-IDX-CAT)
                 ADD BCK-VALOR TO WRK-CLJ-PERD-VLR(WRK-IDX-CAT)
              END-IF
              READ BACKORD
           END-PERFORM.
           CLOSE BACKORD.

       0250-VENDA-FIM.
           EXIT.

       0260-LOCALIZAR-CATEGORIA     SECTION.
      *--------------------------------------------------------------
      *-------- PRODUTO -> CATEGORIA (PRODUTOS.DAT) -> POSICAO NA
      *-------- TABELA; FORA DO CADASTRO CAI NA ENTRADA 1
      *--------------------------------------------------------------
           MOVE 1     TO WRK-IDX-CAT.
           MOVE ZEROS TO WRK-CATEGORIA.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                GO TO 0260-LOCALIZAR-FIM
           END-READ.
           IF PROD-CATEGORIA NOT NUMERIC
              OR PROD-CATEGORIA EQUAL ZEROS
              GO TO 0260-LOCALIZAR-FIM
           END-IF.
           MOVE PROD-CATEGORIA TO WRK-CATEGORIA.
           PERFORM VARYING WRK-IDX FROM 2 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
                      OR WRK-IDX-CAT GREATER 1
              IF WRK-CAT-CODIGO(WRK-IDX) EQUAL WRK-CATEGORIA
                 MOVE WRK-IDX TO WRK-IDX-CAT
              END-IF
           END-PERFORM.

       0260-LOCALIZAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE PRODUTOS.
           DISPLAY "=========================================".
           DISPLAY "LOJAS PROCESSADAS....... " WRK-ACUM-LOJAS.
           DISPLAY "DIAS COM MOVIMENTO...... " WRK-ACUM-DIAS.
           DISPLAY "MOVIMENTOS LIDOS........ " WRK-ACUM-LIDOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RELATORIO POR CATEGORIA".

       0400-CONSOLIDADO             SECTION.
      *-------- SO FAZ SENTIDO COM MAIS DE UMA LOJA
           IF WRK-ACUM-LOJAS NOT GREATER 1
              GO TO 0400-CONSOLIDADO-FIM
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "CONSOLIDADO DAS " WRK-ACUM-LOJAS " LOJA(S)".
           SET WRK-NIVEL-GERAL TO TRUE.
           PERFORM 0500-IMPRIMIR-ARVORE.

       0400-CONSOLIDADO-FIM.
           EXIT.

       0500-IMPRIMIR-ARVORE         SECTION.
      *--------------------------------------------------------------
      *-------- DEPARTAMENTO A DEPARTAMENTO, AS CATEGORIAS COM
      *-------- MOVIMENTO E O SUBTOTAL; NO FIM AS SEM DEPARTAMENTO
      *-------- (POSICAO ZERO) E O TOTAL DA LOJA OU DO CONSOLIDADO
      *--------------------------------------------------------------
           INITIALIZE WRK-TOT-ACUM.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS
              PERFORM 0510-IMPRIMIR-DEPTO
           END-PERFORM.
           MOVE ZEROS TO WRK-IDX-DEP.
           PERFORM 0510-IMPRIMIR-DEPTO.
           MOVE WRK-TOT-ACUM TO WRK-IMP-ACUM.
           MOVE "TOT"        TO WRK-IMP-CODIGO.
           IF WRK-NIVEL-LOJA
              MOVE "TOTAL DA LOJA"  TO WRK-IMP-NOME
           ELSE
              MOVE "TOTAL GERAL"    TO WRK-IMP-NOME
           END-IF.
           DISPLAY "-----------------------------------------".
           PERFORM 0520-IMPRIMIR-LINHA.

       0510-IMPRIMIR-DEPTO          SECTION.
           INITIALIZE WRK-SUB-ACUM.
           MOVE "N" TO WRK-SW-CABEC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CATEGS
              IF WRK-CAT-IDX-DEP(WRK-IDX) EQUAL WRK-IDX-DEP
                 IF WRK-NIVEL-LOJA
                    MOVE WRK-CAT-LOJA(WRK-IDX)  TO WRK-IMP-ACUM
                 ELSE
                    MOVE WRK-CAT-GERAL(WRK-IDX) TO WRK-IMP-ACUM
                 END-IF
                 IF WRK-IMP-QTD      NOT EQUAL ZEROS
                    OR WRK-IMP-VENDA    NOT EQUAL ZEROS
                    OR WRK-IMP-ESTOQUE  NOT EQUAL ZEROS
                    OR WRK-IMP-PERD-VLR NOT EQUAL ZEROS
                    PERFORM 0515-CABECALHO-DEPTO
                    MOVE WRK-CAT-CODIGO(WRK-IDX) TO WRK-IMP-CODIGO
                    MOVE WRK-CAT-NOME(WRK-IDX)   TO WRK-IMP-NOME
                    PERFORM 0520-IMPRIMIR-LINHA
                    PERFORM 0530-SOMAR-SUBTOTAL
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WRK-CABEC-IMPRESSO
              GO TO 0510-IMPRIMIR-FIM
           END-IF.
           MOVE WRK-SUB-ACUM TO WRK-IMP-ACUM.
           MOVE "SUB"        TO WRK-IMP-CODIGO.
           MOVE "SUBTOTAL DEPTO"  TO WRK-IMP-NOME.
           PERFORM 0520-IMPRIMIR-LINHA.
           ADD WRK-SUB-QTD       TO WRK-TOT-QTD.
           ADD WRK-SUB-VENDA     TO WRK-TOT-VENDA.
           ADD WRK-SUB-CUSTO     TO WRK-TOT-CUSTO.
           ADD WRK-SUB-ESTOQUE   TO WRK-TOT-ESTOQUE.
           ADD WRK-SUB-PERD-QTD  TO WRK-TOT-PERD-QTD.
           ADD WRK-SUB-PERD-VLR  TO WRK-TOT-PERD-VLR.
           ADD WRK-SUB-SEM-CUSTO TO WRK-TOT-SEM-CUSTO.

       0510-IMPRIMIR-FIM.
           EXIT.

       0515-CABECALHO-DEPTO         SECTION.
           IF WRK-CABEC-IMPRESSO
              GO TO 0515-CABECALHO-FIM
           END-IF.
           SET WRK-CABEC-IMPRESSO TO TRUE.
           IF WRK-IDX-DEP EQUAL ZEROS
              DISPLAY "DEPARTAMENTO --- (SEM DEPARTAMENTO)"
           ELSE
              DISPLAY "DEPARTAMENTO " WRK-DEP-CODIGO(WRK-IDX-DEP)
                      " " WRK-DEP-NOME(WRK-IDX-DEP)
           END-IF.

       0515-CABECALHO-FIM.
           EXIT.

       0520-IMPRIMIR-LINHA          SECTION.
           COMPUTE WRK-MARGEM = WRK-IMP-VENDA - WRK-IMP-CUSTO.
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-IMP-VENDA NOT EQUAL ZEROS
              COMPUTE WRK-MARGEM-PCT ROUNDED
                    = WRK-MARGEM * 100 / WRK-IMP-VENDA
                ON SIZE ERROR
                   MOVE ZEROS TO WRK-MARGEM-PCT
              END-COMPUTE
           END-IF.
           MOVE WRK-IMP-QTD   TO WRK-QTD-ED.
           MOVE WRK-IMP-VENDA TO WRK-VALOR-ED.
           DISPLAY "   " WRK-IMP-CODIGO " " WRK-IMP-NOME
                   " QTD " WRK-QTD-ED " VENDA " WRK-VALOR-ED.
           MOVE WRK-MARGEM     TO WRK-VALOR-ED.
           MOVE WRK-MARGEM-PCT TO WRK-PCT-ED.
           DISPLAY "       MARGEM BRUTA..... " WRK-VALOR-ED
                   " (" WRK-PCT-ED "%)".
           MOVE WRK-IMP-ESTOQUE  TO WRK-VALOR-ED.
           MOVE WRK-IMP-PERD-VLR TO WRK-VALOR2-ED.
           DISPLAY "       ESTOQUE " WRK-VALOR-ED
                   " VENDA PERDIDA " WRK-VALOR2-ED.
           IF WRK-IMP-SEM-CUSTO GREATER ZEROS
              DISPLAY "       *** " WRK-IMP-SEM-CUSTO
                      " VENDA(S) SEM CUSTO - MARGEM SUPERESTIMADA ***"
           END-IF.

       0530-SOMAR-SUBTOTAL          SECTION.
           ADD WRK-IMP-QTD       TO WRK-SUB-QTD.
           ADD WRK-IMP-VENDA     TO WRK-SUB-VENDA.
           ADD WRK-IMP-CUSTO     TO WRK-SUB-CUSTO.
           ADD WRK-IMP-ESTOQUE   TO WRK-SUB-ESTOQUE.
           ADD WRK-IMP-PERD-QTD  TO WRK-SUB-PERD-QTD.
           ADD WRK-IMP-PERD-VLR  TO WRK-SUB-PERD-VLR.
           ADD WRK-IMP-SEM-CUSTO TO WRK-SUB-SEM-CUSTO.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PRODUTOS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "LOJAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOJAS.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "CATEGORIA.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CATEGORIA.
