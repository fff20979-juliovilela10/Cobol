       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSEXT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: EXTRATO MENSAL DAS COMPRAS DO FUNCIONARIO NA LOJA
      *           DESCONTADAS EM FOLHA - LE O LIVRO DO MES
      *           (CONSFUNC_AAAAMM.txt, GRAVADO PELO CAIXA EXCBL18),
      *           ORDENA POR FUNCIONARIO, DATA E HORA E IMPRIME PELO
      *           RELPRINT UMA PAGINA POR FUNCIONARIO COM CADA COMPRA
      *           E ESTORNO (DATA, LOJA, CUPOM, PRODUTO, QUANTIDADE E
      *           VALOR) E O TOTAL A DESCONTAR - O MESMO VALOR QUE O
      *           FOLHAVAR LEVA AO HOLERITE E A REMESSA (FOLHABCO)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: COMPETENCIA 0 = MES CORRENTE; FUNCIONARIO 0 =
      *              TODOS. O DESCONTO NA FOLHA E LIMITADO AO LIQUIDO
      *              DO MES - TOTAL MAIOR QUE O LIQUIDO SAI COM AVISO
      *              NA FOLHA (BASE6), NAO AQUI
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONSFUNC ASSIGN TO WRK-CONSFUNC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONSFUNC.

           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT ORDENACAO ASSIGN TO WRK-PATH-ORDENACAO.


       DATA DIVISION.
       FILE SECTION.
       FD  CONSFUNC.
       COPY "CONSCOPY.cpy".

       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-CHAVE.
              10 ORD-FUNCIONARIO PIC 9(04).
              10 ORD-DATA        PIC 9(08).
              10 ORD-HORA        PIC 9(06).
           05 ORD-IMAGEM         PIC X(80).


       WORKING-STORAGE            SECTION.
       77  FS-CONSFUNC  PIC 9(02) VALUE ZEROS.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CONSEXT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONSFUNC".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77  WRK-FUNC-FILTRO   PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-ATUAL    PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-NOME     PIC X(20) VALUE SPACES.
       77  WRK-SW-FIM        PIC X(01) VALUE "N".
           88 WRK-FIM-ORDENACAO     VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-FUNC-ACHADO       VALUE "S".

      *-------------- ESPELHO DA LINHA DO LIVRO VINDA DO SORT --------
       01  WRK-CONSFUNC.
           05 WRK-CSF-FUNCIONARIO PIC 9(04).
           05 FILLER              PIC X(01).
           05 WRK-CSF-DATA        PIC 9(08).
           05 FILLER              PIC X(01).
           05 WRK-CSF-HORA        PIC 9(06).
           05 FILLER              PIC X(01).
           05 WRK-CSF-LOJA        PIC 9(02).
           05 FILLER              PIC X(01).
           05 WRK-CSF-CUPOM       PIC 9(06).
           05 FILLER              PIC X(01).
           05 WRK-CSF-CODPROD     PIC 9(04).
           05 FILLER              PIC X(01).
           05 WRK-CSF-PRODUTO     PIC X(20).
           05 FILLER              PIC X(01).
           05 WRK-CSF-QTD         PIC 9(03).
           05 FILLER              PIC X(01).
           05 WRK-CSF-VALOR       PIC 9(05)V99.
           05 FILLER              PIC X(01).
           05 WRK-CSF-TIPO        PIC X(01).
              88 WRK-CSF-ESTORNO         VALUE "E".
           05 FILLER              PIC X(01).
           05 WRK-CSF-OPERADOR    PIC X(08).

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FUNC     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LINHAS   PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-FUNC     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-GERAL    PIC S9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC -ZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED        PIC ZZ9.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ORDENACAO PIC X(60) VALUE SPACES.
       01  WRK-CONSFUNC-PATH PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           SORT ORDENACAO
                ON ASCENDING KEY ORD-CHAVE
                INPUT PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0300-IMPRIMIR
           PERFORM   0400-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE): "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
              MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           DISPLAY "FUNCIONARIO (0 = TODOS): "
             ACCEPT WRK-FUNC-FILTRO.
           MOVE SPACES TO WRK-CONSFUNC-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "CONSFUNC_"     DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-CONSFUNC-PATH.
           OPEN INPUT CONSFUNC.
           IF FS-CONSFUNC NOT EQUAL 00
              MOVE "SEM COMPRAS EM FOLHA NO MES   " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "COMPRAS DESCONTADAS EM FOLHA " DELIMITED BY SIZE
                  WRK-COMPETENCIA                 DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           MOVE "DATA"     TO WRK-REL-COLUNAS(1:4).
           MOVE "LJ"       TO WRK-REL-COLUNAS(11:2).
           MOVE "CUPOM"    TO WRK-REL-COLUNAS(14:5).
           MOVE "PRODUTO"  TO WRK-REL-COLUNAS(22:7).
           MOVE "QTD"      TO WRK-REL-COLUNAS(43:3).
           MOVE "VALOR"    TO WRK-REL-COLUNAS(53:5).
           MOVE "T"        TO WRK-REL-COLUNAS(60:1).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-SELECIONAR              SECTION.
      *--------------------------------------------------------------
      *-------- SOLTA PARA O SORT AS LINHAS DO LIVRO DO MES (DO
      *-------- FUNCIONARIO PEDIDO OU DE TODOS)
      *--------------------------------------------------------------
           READ CONSFUNC
           PERFORM UNTIL FS-CONSFUNC NOT EQUAL 00
              IF WRK-FUNC-FILTRO EQUAL ZEROS
                 OR CSF-FUNCIONARIO EQUAL WRK-FUNC-FILTRO
                 MOVE CSF-FUNCIONARIO TO ORD-FUNCIONARIO
                 MOVE CSF-DATA        TO ORD-DATA
                 MOVE CSF-HORA        TO ORD-HORA
                 MOVE REG-CONSFUNC    TO ORD-IMAGEM
                 RELEASE REG-ORDENACAO
              END-IF
              READ CONSFUNC
           END-PERFORM.
           CLOSE CONSFUNC.

       0300-IMPRIMIR                SECTION.
      *--------------------------------------------------------------
      *-------- RECEBE DO SORT NA ORDEM FUNCIONARIO/DATA/HORA, COM
      *-------- QUEBRA DE PAGINA E TOTAL POR FUNCIONARIO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-FUNC-ATUAL.
           PERFORM 0310-RECEBER-ORDENADO
                   UNTIL WRK-FIM-ORDENACAO.
           IF WRK-ACUM-FUNC GREATER ZEROS
              PERFORM 0330-FECHAR-FUNCIONARIO
           END-IF.

       0310-RECEBER-ORDENADO        SECTION.
           RETURN ORDENACAO
             AT END
                SET WRK-FIM-ORDENACAO TO TRUE
             NOT AT END
                MOVE ORD-IMAGEM TO WRK-CONSFUNC
                IF WRK-ACUM-FUNC EQUAL ZEROS
                   OR WRK-CSF-FUNCIONARIO NOT EQUAL WRK-FUNC-ATUAL
                   IF WRK-ACUM-FUNC GREATER ZEROS
                      PERFORM 0330-FECHAR-FUNCIONARIO
                   END-IF
                   PERFORM 0320-ABRIR-FUNCIONARIO
                END-IF
                PERFORM 0340-LISTAR-LINHA
           END-RETURN.

       0320-ABRIR-FUNCIONARIO       SECTION.
      *-------- UMA PAGINA POR FUNCIONARIO (QUEBRA "P" DO RELPRINT)
           IF WRK-ACUM-FUNC GREATER ZEROS
              MOVE "P" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           ADD 1 TO WRK-ACUM-FUNC.
           MOVE WRK-CSF-FUNCIONARIO TO WRK-FUNC-ATUAL.
           MOVE ZEROS TO WRK-SOMA-FUNC.
           PERFORM 0350-BUSCAR-NOME.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  WRK-FUNC-ATUAL DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-FUNC-NOME  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0330-FECHAR-FUNCIONARIO      SECTION.
           MOVE WRK-SOMA-FUNC TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL A DESCONTAR EM FOLHA...... " DELIMITED BY SIZE
                  WRK-SOMA-ED                         DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0340-LISTAR-LINHA            SECTION.
           ADD 1 TO WRK-ACUM-LINHAS.
           IF WRK-CSF-ESTORNO
              COMPUTE WRK-VALOR-ED = 0 - WRK-CSF-VALOR
              SUBTRACT WRK-CSF-VALOR FROM WRK-SOMA-FUNC
              SUBTRACT WRK-CSF-VALOR FROM WRK-SOMA-GERAL
           ELSE
              MOVE WRK-CSF-VALOR TO WRK-VALOR-ED
              ADD WRK-CSF-VALOR TO WRK-SOMA-FUNC
              ADD WRK-CSF-VALOR TO WRK-SOMA-GERAL
           END-IF.
           MOVE WRK-CSF-QTD TO WRK-QTD-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-CSF-DATA(7:2) "/" WRK-CSF-DATA(5:2) "/"
                  WRK-CSF-DATA(3:2) "  " WRK-CSF-LOJA " "
                  WRK-CSF-CUPOM "  " WRK-CSF-PRODUTO " "
                  WRK-QTD-ED "  " WRK-VALOR-ED "  "
                  WRK-CSF-TIPO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0350-BUSCAR-NOME             SECTION.
      *-------- NOME DO CADASTRO; FUNCIONARIO JA EXCLUIDO DO ARQFUNC
      *-------- SAI SEM NOME
           MOVE SPACES TO WRK-FUNC-NOME.
           MOVE "N" TO WRK-SW-ACHOU.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              GO TO 0350-BUSCAR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                      OR WRK-FUNC-ACHADO
              IF REG-CODIGO EQUAL WRK-FUNC-ATUAL
                 SET WRK-FUNC-ACHADO TO TRUE
                 MOVE REG-NOME TO WRK-FUNC-NOME
              ELSE
                 READ ARQFUNC
              END-IF
           END-PERFORM.
           CLOSE ARQFUNC.

       0350-BUSCAR-FIM.
           EXIT.

       0400-FINALIZAR               SECTION.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE WRK-SOMA-GERAL TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FUNCIONARIOS " WRK-ACUM-FUNC
                  "  LINHAS " WRK-ACUM-LINHAS
                  "  TOTAL " WRK-SOMA-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONSFUNC.
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
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "SORTWORK.tmp" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ORDENACAO.
