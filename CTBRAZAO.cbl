       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBRAZAO.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RAZAO ANALITICO POR CONTA E PERIODO - PARA CADA
      *           CONTA CONTABIL, O SALDO ANTERIOR AO PERIODO (DO
      *           SALDOCTB.DAT), AS PARTIDAS LANCADAS NO PERIODO (DO
      *           RAZAO.txt) EM ORDEM DE DATA COM O SALDO CORRENTE, E
      *           O TOTAL DE DEBITOS, CREDITOS E SALDO FINAL DA CONTA.
      *           IMPRESSAO PAGINADA PELO MODULO RELPRINT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PARAMETROS: CONTA (0 = TODAS), MES INICIAL E MES
      *              FINAL (AAAAMM; FINAL 0 = SO O MES INICIAL). UM
      *              PASSO DE SORT, COMO NO CLIORDEM, POE AS PARTIDAS
      *              NA ORDEM DE CONTA E DATA. SALDO POSITIVO =
      *              DEVEDOR, NEGATIVO = CREDOR. CONTA SEM PARTIDA NO
      *              PERIODO NAO SAI AQUI - SAI NO BALANCETE (CTBBALAN)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RAZAO ASSIGN TO WRK-PATH-RAZAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RAZAO.

           SELECT SALDOCTB ASSIGN TO WRK-PATH-SALDOCTB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCT-CHAVE
             FILE STATUS IS FS-SALDOCTB.

           SELECT ORDENACAO ASSIGN TO WRK-PATH-ORDENACAO.


       DATA DIVISION.
       FILE SECTION.
       FD  RAZAO.
       COPY "RAZCOPY.cpy".

       FD  SALDOCTB.
       COPY "SCTCOPY.cpy".

       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-CONTA      PIC 9(06).
           05 ORD-DATA       PIC 9(08).
           05 ORD-DC         PIC X(01).
           05 ORD-VALOR      PIC 9(11)V99.
           05 ORD-HISTORICO  PIC X(08).


       WORKING-STORAGE            SECTION.
       77  FS-RAZAO     PIC 9(02) VALUE ZEROS.
       77  FS-SALDOCTB  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CTBRAZAO".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "RAZAO.txt".

      *-------------------- PARAMETROS --------------------
       77  WRK-CONTA-PEDIDA  PIC 9(06) VALUE ZEROS.
       77  WRK-MES-INICIAL   PIC 9(06) VALUE ZEROS.
       77  WRK-MES-FINAL     PIC 9(06) VALUE ZEROS.
       77  WRK-MES-PARTIDA   PIC 9(06) VALUE ZEROS.

      *-------------------- QUEBRA POR CONTA --------------------
       77  WRK-CONTA-ATUAL   PIC 9(06) VALUE ZEROS.
       77  WRK-SW-FIM-SORT   PIC X(01) VALUE "N".
           88 WRK-FIM-SORT          VALUE "S".
       77  WRK-SW-PRIMEIRA   PIC X(01) VALUE "S".
           88 WRK-PRIMEIRA-CONTA    VALUE "S".

       77  WRK-SALDO-ANT     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-DEB     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-CRD     PIC 9(13)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PARTIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONTAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC -ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       01  WRK-LINHA-DET.
           05 WRK-L-DATA      PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-L-HISTORICO PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-L-DEBITO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-L-CREDITO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-L-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(13) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-RAZAO    PIC X(60) VALUE SPACES.
       01  WRK-PATH-SALDOCTB PIC X(60) VALUE SPACES.
       01  WRK-PATH-ORDENACAO PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           SORT ORDENACAO
                ON ASCENDING KEY ORD-CONTA ORD-DATA
                INPUT PROCEDURE IS 0200-SELECIONAR
                OUTPUT PROCEDURE IS 0300-IMPRIMIR
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           DISPLAY "CONTA CONTABIL (0 = TODAS): "
             ACCEPT WRK-CONTA-PEDIDA.
           DISPLAY "MES INICIAL (AAAAMM): "
             ACCEPT WRK-MES-INICIAL.
           DISPLAY "MES FINAL (AAAAMM, 0 = SO O INICIAL): "
             ACCEPT WRK-MES-FINAL.
           IF WRK-MES-FINAL EQUAL ZEROS
              MOVE WRK-MES-INICIAL TO WRK-MES-FINAL
           END-IF.
           IF WRK-MES-FINAL LESS WRK-MES-INICIAL
              DISPLAY "MES FINAL ANTERIOR AO INICIAL - RAZAO CANCELADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SALDOCTB.
           IF FS-SALDOCTB NOT EQUAL 00
              MOVE "SALDOS CONTABEIS NAO ABRIRAM  " TO WRK-MSG-ERRO
              MOVE "SALDOCTB.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SALDOCTB    TO FS-RAZAO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-SELECIONAR              SECTION.
      *--------------------------------------------------------------
      *-------- SOLTA PARA O SORT AS PARTIDAS DA CONTA E DO PERIODO
      *--------------------------------------------------------------
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT EQUAL 00
              MOVE "RAZAO NAO FOI ABERTO          " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ RAZAO
           PERFORM UNTIL FS-RAZAO NOT EQUAL 00
              MOVE RAZ-DATA(1:6) TO WRK-MES-PARTIDA
              IF WRK-MES-PARTIDA NOT LESS WRK-MES-INICIAL
                 AND WRK-MES-PARTIDA NOT GREATER WRK-MES-FINAL
                 AND (WRK-CONTA-PEDIDA EQUAL ZEROS
                      OR RAZ-CONTA EQUAL WRK-CONTA-PEDIDA)
                 MOVE RAZ-CONTA     TO ORD-CONTA
                 MOVE RAZ-DATA      TO ORD-DATA
                 MOVE RAZ-DC        TO ORD-DC
                 MOVE RAZ-VALOR     TO ORD-VALOR
                 MOVE RAZ-HISTORICO TO ORD-HISTORICO
                 RELEASE REG-ORDENACAO
              END-IF
              READ RAZAO
           END-PERFORM.
           CLOSE RAZAO.

       0300-IMPRIMIR                SECTION.
      *--------------------------------------------------------------
      *-------- RECEBE DO SORT NA ORDEM DE CONTA E DATA, COM QUEBRA
      *-------- (SALDO ANTERIOR / PARTIDAS / TOTAL) A CADA CONTA
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "RAZAO ANALITICO " DELIMITED BY SIZE
                  WRK-MES-INICIAL    DELIMITED BY SIZE
                  " A "              DELIMITED BY SIZE
                  WRK-MES-FINAL      DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "DATA      HISTORICO         DEBITO"
             TO WRK-REL-COLUNAS.
           MOVE "CREDITO" TO WRK-REL-COLUNAS(44:7).
           MOVE "SALDO"   TO WRK-REL-COLUNAS(63:5).
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM 0310-RECEBER-ORDENADO
                   UNTIL WRK-FIM-SORT.
           IF NOT WRK-PRIMEIRA-CONTA
              PERFORM 0330-FECHAR-CONTA
           END-IF.

       0310-RECEBER-ORDENADO        SECTION.
           RETURN ORDENACAO
             AT END
                SET WRK-FIM-SORT TO TRUE
             NOT AT END
                IF WRK-PRIMEIRA-CONTA
                   OR ORD-CONTA NOT EQUAL WRK-CONTA-ATUAL
                   IF NOT WRK-PRIMEIRA-CONTA
                      PERFORM 0330-FECHAR-CONTA
                   END-IF
                   PERFORM 0320-ABRIR-CONTA
                END-IF
                PERFORM 0340-IMPRIMIR-PARTIDA
           END-RETURN.

       0320-ABRIR-CONTA             SECTION.
      *-------- SALDO ANTERIOR = SOMA DOS MESES DA CONTA ANTES DO
      *-------- MES INICIAL
           MOVE "N"       TO WRK-SW-PRIMEIRA.
           MOVE ORD-CONTA TO WRK-CONTA-ATUAL.
           ADD 1 TO WRK-ACUM-CONTAS.
           MOVE ZEROS TO WRK-SALDO-ANT WRK-CONTA-DEB WRK-CONTA-CRD.
           MOVE ORD-CONTA TO SCT-CONTA.
           MOVE ZEROS     TO SCT-MES.
           START SALDOCTB KEY IS NOT LESS THAN SCT-CHAVE
             INVALID KEY
                MOVE 10 TO FS-SALDOCTB
           END-START.
           IF FS-SALDOCTB EQUAL 00
              READ SALDOCTB NEXT
           END-IF.
           PERFORM UNTIL FS-SALDOCTB NOT EQUAL 00
                      OR SCT-CONTA NOT EQUAL WRK-CONTA-ATUAL
                      OR SCT-MES NOT LESS WRK-MES-INICIAL
              ADD SCT-DEBITOS       TO WRK-SALDO-ANT
              SUBTRACT SCT-CREDITOS FROM WRK-SALDO-ANT
              READ SALDOCTB NEXT
           END-PERFORM.
           MOVE WRK-SALDO-ANT TO WRK-SALDO.
           IF WRK-ACUM-CONTAS GREATER 1
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.
           MOVE WRK-SALDO-ANT TO WRK-SALDO-ED.
           STRING "CONTA "          DELIMITED BY SIZE
                  WRK-CONTA-ATUAL   DELIMITED BY SIZE
                  "   SALDO ANTERIOR" DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE WRK-SALDO-ED TO WRK-REL-LINHA(53:15).
           PERFORM 0390-IMPRIMIR-LINHA.

       0330-FECHAR-CONTA            SECTION.
           MOVE WRK-CONTA-DEB TO WRK-L-DEBITO.
           MOVE WRK-CONTA-CRD TO WRK-L-CREDITO.
           MOVE WRK-SALDO     TO WRK-L-SALDO.
           MOVE ZEROS         TO WRK-L-DATA.
           MOVE WRK-LINHA-DET TO WRK-REL-LINHA.
           MOVE "TOTAL CONTA       " TO WRK-REL-LINHA(1:18).
           PERFORM 0390-IMPRIMIR-LINHA.

       0340-IMPRIMIR-PARTIDA        SECTION.
           ADD 1 TO WRK-ACUM-PARTIDAS.
           MOVE ORD-DATA      TO WRK-L-DATA.
           MOVE ORD-HISTORICO TO WRK-L-HISTORICO.
           IF ORD-DC EQUAL "D"
              ADD ORD-VALOR TO WRK-SALDO WRK-CONTA-DEB
                               WRK-TOT-DEBITOS
              MOVE ORD-VALOR TO WRK-L-DEBITO
              MOVE ZEROS     TO WRK-L-CREDITO
           ELSE
              SUBTRACT ORD-VALOR FROM WRK-SALDO
              ADD ORD-VALOR TO WRK-CONTA-CRD WRK-TOT-CREDITOS
              MOVE ZEROS     TO WRK-L-DEBITO
              MOVE ORD-VALOR TO WRK-L-CREDITO
           END-IF.
           MOVE WRK-SALDO     TO WRK-L-SALDO.
           MOVE WRK-LINHA-DET TO WRK-REL-LINHA.
           PERFORM 0390-IMPRIMIR-LINHA.

       0390-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0600-FINALIZAR               SECTION.
           CLOSE SALDOCTB.
           IF WRK-ACUM-PARTIDAS EQUAL ZEROS
              MOVE "  (NENHUMA PARTIDA NO PERIODO)" TO WRK-REL-LINHA
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           STRING "CONTAS: "        DELIMITED BY SIZE
                  WRK-ACUM-CONTAS   DELIMITED BY SIZE
                  "  DEBITOS: "     DELIMITED BY SIZE
                  WRK-VALOR-ED      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           MOVE "CREDITOS: "    TO WRK-REL-LINHA(44:10).
           MOVE WRK-VALOR-ED    TO WRK-REL-LINHA(54:17).
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "PARTIDAS NO RAZAO....... " WRK-ACUM-PARTIDAS.
           DISPLAY "FIM DO RAZAO ANALITICO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RAZAO.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RAZAO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RAZAO.
           MOVE "SALDOCTB.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-SALDOCTB.
           MOVE "SORTWORK.tmp" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ORDENACAO.
