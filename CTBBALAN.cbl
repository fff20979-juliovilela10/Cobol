       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBBALAN.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: BALANCETE MENSAL DE VERIFICACAO - PARA CADA CONTA
      *           CONTABIL DO SALDOCTB.DAT, O SALDO ANTERIOR (SOMA DOS
      *           MESES ANTERIORES), OS DEBITOS E CREDITOS DO MES E O
      *           SALDO ATUAL, COM A PROVA DE QUE O TOTAL DE DEBITOS
      *           E IGUAL AO TOTAL DE CREDITOS. IMPRESSAO PAGINADA
      *           PELO MODULO RELPRINT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PARAMETRO: MES (AAAAMM). CONTA SEM SALDO E SEM
      *              MOVIMENTO NO MES NAO SAI. SALDO POSITIVO =
      *              DEVEDOR, NEGATIVO = CREDOR. DEBITOS DIFERENTES
      *              DOS CREDITOS (OU SOMA DOS SALDOS DIFERENTE DE
      *              ZERO) SAI NO RODAPE E DEVOLVE RETURN-CODE 16
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT SALDOCTB ASSIGN TO WRK-PATH-SALDOCTB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SCT-CHAVE
             FILE STATUS IS FS-SALDOCTB.


       DATA DIVISION.
       FILE SECTION.
       FD  SALDOCTB.
       COPY "SCTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-SALDOCTB  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CTBBALAN".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "SALDOCTB.DAT".

       77  WRK-MES-BALANCETE PIC 9(06) VALUE ZEROS.

      *-------------------- QUEBRA POR CONTA --------------------
       77  WRK-CONTA-ATUAL   PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-ANT     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-ATUAL   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-DEB     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-CRD     PIC 9(13)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-CONTAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ANT       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATUAL     PIC S9(13)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC -ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       01  WRK-LINHA-DET.
           05 WRK-L-CONTA     PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-L-ANTERIOR  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-L-DEBITO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-L-CREDITO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-L-ATUAL     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(11) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-SALDOCTB PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           DISPLAY "MES DO BALANCETE (AAAAMM): "
             ACCEPT WRK-MES-BALANCETE.
           OPEN INPUT SALDOCTB.
           IF FS-SALDOCTB NOT EQUAL 00
              MOVE "SALDOS CONTABEIS NAO ABRIRAM  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "BALANCETE DE VERIFICACAO " DELIMITED BY SIZE
                  WRK-MES-BALANCETE           DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "CONTA    SALDO ANTERIOR" TO WRK-REL-COLUNAS.
           MOVE "DEBITOS"     TO WRK-REL-COLUNAS(32:7).
           MOVE "CREDITOS"    TO WRK-REL-COLUNAS(46:8).
           MOVE "SALDO ATUAL" TO WRK-REL-COLUNAS(59:11).
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-PROCESSAR               SECTION.
      *--------------------------------------------------------------
      *-------- NA ORDEM DA CHAVE CADA CONTA VEM COM OS MESES EM
      *-------- SEQUENCIA: QUEBRA NA TROCA DE CONTA
      *--------------------------------------------------------------
           READ SALDOCTB
           IF FS-SALDOCTB EQUAL 00
              MOVE SCT-CONTA TO WRK-CONTA-ATUAL
           END-IF.
           PERFORM UNTIL FS-SALDOCTB NOT EQUAL 00
              IF SCT-CONTA NOT EQUAL WRK-CONTA-ATUAL
                 PERFORM 0220-FECHAR-CONTA
                 MOVE SCT-CONTA TO WRK-CONTA-ATUAL
              END-IF
              PERFORM 0210-SOMAR-MES
              READ SALDOCTB
           END-PERFORM.
           IF WRK-CONTA-ATUAL NOT EQUAL ZEROS
              PERFORM 0220-FECHAR-CONTA
           END-IF.
           CLOSE SALDOCTB.

       0210-SOMAR-MES               SECTION.
           EVALUATE TRUE
              WHEN SCT-MES LESS WRK-MES-BALANCETE
                 ADD SCT-DEBITOS       TO WRK-SALDO-ANT
                 SUBTRACT SCT-CREDITOS FROM WRK-SALDO-ANT
              WHEN SCT-MES EQUAL WRK-MES-BALANCETE
                 ADD SCT-DEBITOS  TO WRK-CONTA-DEB
                 ADD SCT-CREDITOS TO WRK-CONTA-CRD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0220-FECHAR-CONTA            SECTION.
           COMPUTE WRK-SALDO-ATUAL = WRK-SALDO-ANT + WRK-CONTA-DEB
                                   - WRK-CONTA-CRD.
           IF WRK-SALDO-ANT EQUAL ZEROS
              AND WRK-CONTA-DEB EQUAL ZEROS
              AND WRK-CONTA-CRD EQUAL ZEROS
              GO TO 0220-FECHAR-ZERAR
           END-IF.
           ADD 1 TO WRK-ACUM-CONTAS.
           ADD WRK-SALDO-ANT   TO WRK-TOT-ANT.
           ADD WRK-CONTA-DEB   TO WRK-TOT-DEBITOS.
           ADD WRK-CONTA-CRD   TO WRK-TOT-CREDITOS.
           ADD WRK-SALDO-ATUAL TO WRK-TOT-ATUAL.
           MOVE WRK-CONTA-ATUAL TO WRK-L-CONTA.
           MOVE WRK-SALDO-ANT   TO WRK-L-ANTERIOR.
           MOVE WRK-CONTA-DEB   TO WRK-L-DEBITO.
           MOVE WRK-CONTA-CRD   TO WRK-L-CREDITO.
           MOVE WRK-SALDO-ATUAL TO WRK-L-ATUAL.
           MOVE WRK-LINHA-DET   TO WRK-REL-LINHA.
           PERFORM 0290-IMPRIMIR-LINHA.

       0220-FECHAR-ZERAR.
           MOVE ZEROS TO WRK-SALDO-ANT WRK-CONTA-DEB WRK-CONTA-CRD.

       0290-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0600-FINALIZAR               SECTION.
           IF WRK-ACUM-CONTAS EQUAL ZEROS
              MOVE "  (NENHUMA CONTA COM SALDO OU MOVIMENTO)"
                TO WRK-REL-LINHA
              PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           MOVE ZEROS            TO WRK-L-CONTA.
           MOVE WRK-TOT-ANT      TO WRK-L-ANTERIOR.
           MOVE WRK-TOT-DEBITOS  TO WRK-L-DEBITO.
           MOVE WRK-TOT-CREDITOS TO WRK-L-CREDITO.
           MOVE WRK-TOT-ATUAL    TO WRK-L-ATUAL.
           MOVE WRK-LINHA-DET    TO WRK-REL-LINHA.
           MOVE "TOTAL "         TO WRK-REL-LINHA(1:6).
           PERFORM 0290-IMPRIMIR-LINHA.
      *-------- PROVA: DEBITOS = CREDITOS NO MES E SALDOS SOMANDO
      *-------- ZERO (PARTIDAS DOBRADAS)
           IF WRK-TOT-DEBITOS EQUAL WRK-TOT-CREDITOS
              AND WRK-TOT-ATUAL EQUAL ZEROS
              MOVE "BALANCETE CONFERE: DEBITOS = CREDITOS"
                TO WRK-REL-LINHA
           ELSE
              COMPUTE WRK-TOT-ATUAL = WRK-TOT-DEBITOS
                                    - WRK-TOT-CREDITOS
              MOVE WRK-TOT-ATUAL TO WRK-SALDO-ED
              STRING "*** BALANCETE NAO CONFERE - DIFERENCA "
                                       DELIMITED BY SIZE
                     WRK-SALDO-ED      DELIMITED BY SIZE
                     " ***"            DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "CONTAS NO BALANCETE..... " WRK-ACUM-CONTAS.
           DISPLAY "FIM DO BALANCETE".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-SALDOCTB.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "SALDOCTB.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-SALDOCTB.
