       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXCONC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONCILIACAO DO PIX - LE O EXTRATO DE CREDITOS PIX
      *           DO BANCO (PIXBANCO.txt) E CASA CADA CREDITO COM AS
      *           VENDAS PAGAS NO PIX (DET-PAG-PIX) DOS
      *           VENDASDET_AAAAMMDD DO PERIODO INFORMADO, NO MOLDE
      *           DO CARTCONC: VENDA SEM CREDITO E CREDITO SEM VENDA
      *           SAEM APONTADOS, COM OS TOTAIS PARA O FINANCEIRO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O CASAMENTO E POR DATA + VALOR, COM A HORA DO
      *              CREDITO ATE 15 MINUTOS ANTES OU DEPOIS DA HORA
      *              DA VENDA (O CAIXA REGISTRA A LINHA DEPOIS DE VER
      *              O COMPROVANTE, ENTAO AS HORAS NAO BATEM NO
      *              SEGUNDO COMO NA MAQUINETA). LAYOUT DO
      *              PIXBANCO.txt: DATA DO CREDITO (8) + HORA (6) +
      *              VALOR (7, 2 DECIMAIS) + IDENTIFICADOR DA
      *              TRANSACAO NO BANCO (32), SEPARADOS POR UM ESPACO
      * 15/10/2026 JV - O CASAMENTO E PELO CUPOM: AS LINHAS NO PIX DO
      *                 MESMO CUPOM SOMAM NUM VALOR SO, LIQUIDO DOS
      *                 ESTORNOS NO PIX, COM A HORA DA PRIMEIRA LINHA -
      *                 O CLIENTE PAGA O CUPOM INTEIRO NUM PIX SO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT PIXBANCO ASSIGN TO WRK-PATH-PIXBANCO
             FILE STATUS IS FS-PIXBANCO.


       DATA DIVISION.
       FILE SECTION.
       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  PIXBANCO.
       01  REG-PIXBANCO.
           05 PIX-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 PIX-HORA       PIC 9(06).
           05 PIX-HORA-R REDEFINES PIX-HORA.
              10 PIX-HH      PIC 9(02).
              10 PIX-MM      PIC 9(02).
              10 PIX-SS      PIC 9(02).
           05 FILLER         PIC X(01).
           05 PIX-VALOR      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 PIX-ID         PIC X(32).


       WORKING-STORAGE            SECTION.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-PIXBANCO  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "PIXCONC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PIXBANCO.txt".

       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORR     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------- JANELA DE HORA DO CASAMENTO (SEGUNDOS) ---------
       77  WRK-JANELA        PIC 9(05) VALUE 900.
       77  WRK-SEG-CREDITO   PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-DIF       PIC S9(05) VALUE ZEROS.
       01  WRK-HORA-VENDA    PIC 9(06) VALUE ZEROS.
       01  WRK-HORA-VENDA-R REDEFINES WRK-HORA-VENDA.
           05 WRK-VND-HH     PIC 9(02).
           05 WRK-VND-MM     PIC 9(02).
           05 WRK-VND-SS     PIC 9(02).

      *-------------- VENDAS NO PIX DO PERIODO (UMA POR CUPOM) -------
       77  WRK-QTD-VENDAS    PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VENDAS.
           05 WRK-VND-ENTRY OCCURS 1000 TIMES.
              10 WRK-VND-DATA    PIC 9(08).
              10 WRK-VND-LOJA    PIC 9(02).
              10 WRK-VND-CUPOM   PIC 9(06).
              10 WRK-VND-HORA    PIC 9(06).
              10 WRK-VND-SEG     PIC 9(05).
              10 WRK-VND-VALOR   PIC S9(07)V99.
              10 WRK-VND-OPERADOR PIC X(08).
              10 WRK-VND-CASADA  PIC X(01).
                 88 WRK-VND-OK           VALUE "S".
       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CUPOM     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-VENDA-ACHADA      VALUE "S".
       77  WRK-SW-ESTOURO    PIC X(01) VALUE "N".
           88 WRK-TABELA-ESTOUROU    VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-VENDAS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CREDITOS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CASADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CRD-ORFAOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-VND-ORFAS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CREDITOS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CRD-ORFAOS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-VND-ORFAS   PIC 9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-PIXBANCO PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-VENDAS
           PERFORM   0300-CASAR-CREDITOS
           PERFORM   0400-LISTAR-VENDAS-ORFAS
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "CONCILIACAO DO PIX - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD): "
             ACCEPT WRK-DATA-INI.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD).: "
             ACCEPT WRK-DATA-FIM.

       0200-CARREGAR-VENDAS         SECTION.
      *-------- CARREGA AS VENDAS NO PIX DE CADA DIA DO PERIODO
           MOVE WRK-DATA-INI TO WRK-DATA-CORR.
           PERFORM UNTIL WRK-DATA-CORR GREATER WRK-DATA-FIM
              PERFORM 0210-CARREGAR-UM-DIA
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
           END-PERFORM.
      *-------- CUPOM ESTORNADO POR INTEIRO (OU ESTORNO DE CUPOM DE
      *-------- OUTRO DIA) FICA COM SALDO ZERO OU NEGATIVO E NAO
      *-------- ESPERA CREDITO DO BANCO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENDAS
              IF WRK-VND-VALOR(WRK-IDX) GREATER ZEROS
                 ADD 1 TO WRK-ACUM-VENDAS
              END-IF
           END-PERFORM.
           DISPLAY "VENDAS NO PIX CARREGADAS: "
                   WRK-ACUM-VENDAS.
           IF WRK-TABELA-ESTOUROU
              DISPLAY "*** PERIODO COM MAIS CUPONS QUE A TABELA "
                      "COMPORTA (1000) - EXCEDENTE FORA DA "
                      "CONCILIACAO ***"
           END-IF.

       0210-CARREGAR-UM-DIA         SECTION.
           MOVE SPACES TO WRK-VENDASDET-PATH.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  "VENDASDET_"  DELIMITED BY SIZE
                  WRK-DATA-CORR DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-VENDASDET-PATH.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0210-CARREGAR-FIM
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              IF DET-PAG-PIX
                 PERFORM 0220-ACUMULAR-CUPOM
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0210-CARREGAR-FIM.
           EXIT.

       0220-ACUMULAR-CUPOM          SECTION.
      *--------------------------------------------------------------
      *-------- O CLIENTE PAGA O CUPOM INTEIRO NUM PIX SO: AS LINHAS
      *-------- NO PIX DO MESMO CUPOM (LOJA + NUMERO NO DIA) SOMAM
      *-------- NUMA ENTRADA, LIQUIDAS DOS ESTORNOS NO PIX, COM A
      *-------- HORA DA PRIMEIRA LINHA. LINHA ANTIGA SEM NUMERO DE
      *-------- CUPOM FICA SOZINHA, COMO ANTES
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-IDX-CUPOM.
           IF DET-CUPOM NUMERIC AND DET-CUPOM GREATER ZEROS
              PERFORM VARYING WRK-IDX FROM WRK-QTD-VENDAS BY -1
                      UNTIL WRK-IDX LESS 1
                         OR WRK-IDX-CUPOM GREATER ZEROS
                 IF WRK-VND-DATA(WRK-IDX) EQUAL WRK-DATA-CORR
                    AND WRK-VND-LOJA(WRK-IDX) EQUAL DET-LOJA
                    AND WRK-VND-CUPOM(WRK-IDX) EQUAL DET-CUPOM
                    MOVE WRK-IDX TO WRK-IDX-CUPOM
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-IDX-CUPOM EQUAL ZEROS
              IF WRK-QTD-VENDAS NOT LESS 1000
                 SET WRK-TABELA-ESTOUROU TO TRUE
                 GO TO 0220-ACUMULAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-VENDAS
              MOVE WRK-QTD-VENDAS TO WRK-IDX-CUPOM
              MOVE DET-HORA TO WRK-HORA-VENDA
              MOVE WRK-DATA-CORR TO WRK-VND-DATA(WRK-IDX-CUPOM)
              IF DET-CUPOM NUMERIC
                 MOVE DET-LOJA  TO WRK-VND-LOJA(WRK-IDX-CUPOM)
                 MOVE DET-CUPOM TO WRK-VND-CUPOM(WRK-IDX-CUPOM)
              ELSE
                 MOVE ZEROS TO WRK-VND-LOJA(WRK-IDX-CUPOM)
                               WRK-VND-CUPOM(WRK-IDX-CUPOM)
              END-IF
              MOVE DET-HORA TO WRK-VND-HORA(WRK-IDX-CUPOM)
              COMPUTE WRK-VND-SEG(WRK-IDX-CUPOM)
                    = WRK-VND-HH * 3600 + WRK-VND-MM * 60
                    + WRK-VND-SS
              MOVE ZEROS TO WRK-VND-VALOR(WRK-IDX-CUPOM)
              MOVE DET-OPERADOR TO WRK-VND-OPERADOR(WRK-IDX-CUPOM)
              MOVE SPACES TO WRK-VND-CASADA(WRK-IDX-CUPOM)
           END-IF.
           IF DET-TIPO-ESTORNO
              SUBTRACT DET-VALOR FROM WRK-VND-VALOR(WRK-IDX-CUPOM)
           ELSE
              ADD DET-VALOR TO WRK-VND-VALOR(WRK-IDX-CUPOM)
           END-IF.

       0220-ACUMULAR-FIM.
           EXIT.

       0300-CASAR-CREDITOS          SECTION.
           OPEN INPUT PIXBANCO.
           IF FS-PIXBANCO NOT EQUAL 00
              MOVE "EXTRATO PIX DO BANCO AUSENTE  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ PIXBANCO
           PERFORM UNTIL FS-PIXBANCO NOT EQUAL 00
      *-------- SO OS CREDITOS DO PERIODO PEDIDO
              IF PIX-DATA NOT LESS WRK-DATA-INI
                 AND PIX-DATA NOT GREATER WRK-DATA-FIM
                 ADD 1 TO WRK-ACUM-CREDITOS
                 ADD PIX-VALOR TO WRK-TOT-CREDITOS
                 PERFORM 0310-CASAR-UM-CREDITO
              END-IF
              READ PIXBANCO
           END-PERFORM.
           CLOSE PIXBANCO.

       0310-CASAR-UM-CREDITO        SECTION.
      *-------- CASA POR DATA + VALOR DO CUPOM, DENTRO DA JANELA DE
      *-------- HORA, COM UM CUPOM AINDA NAO CASADO; CREDITO SEM
      *-------- VENDA E APONTADO
           COMPUTE WRK-SEG-CREDITO = PIX-HH * 3600 + PIX-MM * 60
                                   + PIX-SS.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENDAS
                      OR WRK-VENDA-ACHADA
              IF WRK-VND-DATA(WRK-IDX) EQUAL PIX-DATA
                 AND WRK-VND-VALOR(WRK-IDX) EQUAL PIX-VALOR
                 AND WRK-VND-CASADA(WRK-IDX) EQUAL SPACES
                 COMPUTE WRK-SEG-DIF = WRK-VND-SEG(WRK-IDX)
                                     - WRK-SEG-CREDITO
                 IF WRK-SEG-DIF LESS ZEROS
                    COMPUTE WRK-SEG-DIF = 0 - WRK-SEG-DIF
                 END-IF
                 IF WRK-SEG-DIF NOT GREATER WRK-JANELA
                    SET WRK-VENDA-ACHADA TO TRUE
                    MOVE "S" TO WRK-VND-CASADA(WRK-IDX)
                    ADD 1 TO WRK-ACUM-CASADOS
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WRK-VENDA-ACHADA
              ADD 1 TO WRK-ACUM-CRD-ORFAOS
              ADD PIX-VALOR TO WRK-TOT-CRD-ORFAOS
              MOVE PIX-VALOR TO WRK-VALOR-ED
              DISPLAY "*** CREDITO SEM VENDA: DATA " PIX-DATA
                      " HORA " PIX-HORA
                      " VALOR " WRK-VALOR-ED " ***"
              DISPLAY "    ID NO BANCO " PIX-ID
           END-IF.

       0400-LISTAR-VENDAS-ORFAS     SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENDAS
              IF WRK-VND-CASADA(WRK-IDX) EQUAL SPACES
                 AND WRK-VND-VALOR(WRK-IDX) GREATER ZEROS
                 ADD 1 TO WRK-ACUM-VND-ORFAS
                 ADD WRK-VND-VALOR(WRK-IDX) TO WRK-TOT-VND-ORFAS
                 MOVE WRK-VND-VALOR(WRK-IDX) TO WRK-VALOR-ED
                 DISPLAY "*** VENDA SEM CREDITO: DATA "
                         WRK-VND-DATA(WRK-IDX)
                         " CUPOM " WRK-VND-CUPOM(WRK-IDX)
                         " HORA " WRK-VND-HORA(WRK-IDX)
                         " VALOR " WRK-VALOR-ED
                         " OPERADOR " WRK-VND-OPERADOR(WRK-IDX)
                         " ***"
              END-IF
           END-PERFORM.

       0500-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "VENDAS NO PIX........... " WRK-ACUM-VENDAS.
           DISPLAY "CREDITOS DO BANCO....... " WRK-ACUM-CREDITOS.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           DISPLAY "VALOR CREDITADO......... " WRK-VALOR-ED.
           DISPLAY "CASADOS................. " WRK-ACUM-CASADOS.
           DISPLAY "CREDITOS SEM VENDA...... " WRK-ACUM-CRD-ORFAOS.
           MOVE WRK-TOT-CRD-ORFAOS TO WRK-VALOR-ED.
           DISPLAY "VALOR SEM VENDA......... " WRK-VALOR-ED.
           DISPLAY "VENDAS SEM CREDITO...... " WRK-ACUM-VND-ORFAS.
           MOVE WRK-TOT-VND-ORFAS TO WRK-VALOR-ED.
           DISPLAY "VALOR SEM CREDITO....... " WRK-VALOR-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DA CONCILIACAO DO PIX".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PIXBANCO.
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
           MOVE "PIXBANCO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PIXBANCO.
