       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRPDD.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) E BAIXA POR
      *           PERDA DO CONTAS A RECEBER. A OPCAO 1 E O RELATORIO
      *           MENSAL DA PROVISAO: OS TITULOS EM ABERTO DO
      *           CONTASREC.DAT SAO SEPARADOS EM FAIXAS DE ATRASO E
      *           CADA FAIXA PROVISIONA O SEU PERCENTUAL (CARTAO
      *           PDDPAR.txt). A OPCAO 2, SO DE SUPERVISOR, BAIXA COMO
      *           PERDA (SITUACAO "P") AS PARCELAS ALEM DO PRAZO
      *           LEGAL, QUE SAEM DO AGING, DA COBRANCA E DO SALDO DO
      *           CREDCHK - ACABA O TITULO DE ANOS ATRAS INFLANDO O
      *           CONTAS A RECEBER
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTAO PDDPAR.txt, UM PARAMETRO POR LINHA:
      *                "FAIXA" + BRANCO + DIAS (4) + BRANCO + PERC (5,
      *                        2 DECIMAIS) - FAIXA ATE <DIAS> DE
      *                        ATRASO, EM ORDEM CRESCENTE; DIAS 0000 =
      *                        A VENCER E 9999 = O QUE PASSAR DA
      *                        ULTIMA FAIXA
      *                "PERDA" + BRANCO + DIAS (4) - PRAZO LEGAL PARA
      *                        A BAIXA POR PERDA
      *              SEM O CARTAO (OU SEM LINHA "FAIXA") VALEM A
      *              VENCER 0%, ATE 30 DIAS 1%, ATE 60 5%, ATE 90 10%,
      *              ATE 180 30%, ATE 360 50%, ACIMA 100%; SEM "PERDA"
      *              VALEM 365 DIAS. O ATRASO CONTA DO VENCIMENTO (SEM
      *              VENCIMENTO, DA EMISSAO), COMO NO CRAGING. A BAIXA
      *              GRAVA A DATA DA BAIXA EM CR-DATA-PAGTO (VALOR PAGO
      *              ZERO) E A LINHA "B" NO PDDLOG.txt, QUE O CONTDIA
      *              LANCA NO EVENTO BAIXAPDD
      * 15/10/2026 JV - A PARCELA BAIXADA COMO PERDA SAI DA EXPOSICAO
      *                 DE CREDITO DO CLIENTE (MODULO CREXPATU)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT PDDPAR ASSIGN TO WRK-PATH-PDDPAR
             FILE STATUS IS FS-PDDPAR.

           SELECT PDDLOG ASSIGN TO WRK-PATH-PDDLOG
             FILE STATUS IS FS-PDDLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  PDDPAR.
       01  REG-PDDPAR.
           05 PDP-TIPO       PIC X(05).
           05 FILLER         PIC X(01).
           05 PDP-DIAS       PIC 9(04).
           05 FILLER         PIC X(01).
           05 PDP-PERC       PIC 9(03)V99.

       FD  PDDLOG.
       COPY "PDDCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-PDDPAR    PIC 9(02) VALUE ZEROS.
       77  FS-PDDLOG    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CRPDD".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASREC".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-PROVISAO     VALUE 1.
           88 WRK-OPC-BAIXA        VALUE 2.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-MES-HOJE      PIC 9(06) VALUE ZEROS.
       77  WRK-MES-LOG       PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-NEG      PIC S9(04) VALUE ZEROS.

      *-------------- FAIXAS PADRAO (DIAS + PERCENTUAL) --------------
       01  WRK-FAIXAS-PADRAO.
           05 FILLER         PIC X(09) VALUE "000000000".
           05 FILLER         PIC X(09) VALUE "003000100".
           05 FILLER         PIC X(09) VALUE "006000500".
           05 FILLER         PIC X(09) VALUE "009001000".
           05 FILLER         PIC X(09) VALUE "018003000".
           05 FILLER         PIC X(09) VALUE "036005000".
           05 FILLER         PIC X(09) VALUE "999910000".
       01  WRK-TAB-PADRAO REDEFINES WRK-FAIXAS-PADRAO.
           05 WRK-PADRAO-ENTRY OCCURS 7 TIMES.
              10 WRK-PADRAO-DIAS   PIC 9(04).
              10 WRK-PADRAO-PERC   PIC 9(03)V99.

      *-------------- FAIXAS EM USO (CARTAO PDDPAR.txt) --------------
       77  WRK-QTD-FAIXAS    PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ENTRY OCCURS 10 TIMES.
              10 WRK-FAIXA-DIAS     PIC 9(04).
              10 WRK-FAIXA-PERC     PIC 9(03)V99.
              10 WRK-FAIXA-CORTE    PIC 9(08).
              10 WRK-FAIXA-QTD      PIC 9(05).
              10 WRK-FAIXA-SALDO    PIC 9(11)V99.
              10 WRK-FAIXA-PROVISAO PIC 9(11)V99.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ANT       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-FAIXA-CARTAO PIC X(01) VALUE "N".
           88 WRK-FAIXA-DO-CARTAO  VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".

      *-------------- PRAZO LEGAL DA BAIXA POR PERDA -----------------
       77  WRK-DIAS-PERDA    PIC 9(04) VALUE 365.
       77  WRK-CORTE-PERDA   PIC 9(08) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-TOT-QTD       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SALDO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PROVISAO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-PERDA     PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-PERDA     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-BAIXAS-MES PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-BAIXAS-MES PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-RECUP-MES PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-RECUP-MES PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-BAIXADAS PIC 9(05) VALUE ZEROS.

       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE "B".
       77  WRK-PROV-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED       PIC ZZ9,99.
       77  WRK-QTD-ED        PIC ZZZZ9.
       77  WRK-FAIXA-TEXTO   PIC X(20) VALUE SPACES.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-PDDPAR   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PDDLOG   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           PERFORM   0900-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-HOJE.
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
                      "ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CALCULAR-CORTES.

       0110-CARREGAR-PARAMETROS     SECTION.
      *--------------------------------------------------------------
      *-------- CARTAO PDDPAR.txt: A PRIMEIRA LINHA "FAIXA" DESCARTA
      *-------- AS FAIXAS PADRAO; "PERDA" SO TROCA O PRAZO LEGAL
      *--------------------------------------------------------------
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX GREATER 7
              MOVE WRK-PADRAO-DIAS(WRK-IDX) TO WRK-FAIXA-DIAS(WRK-IDX)
              MOVE WRK-PADRAO-PERC(WRK-IDX) TO WRK-FAIXA-PERC(WRK-IDX)
           END-PERFORM.
           MOVE 7 TO WRK-QTD-FAIXAS.
           OPEN INPUT PDDPAR.
           IF FS-PDDPAR NOT EQUAL 00
              DISPLAY "CARTAO PDDPAR.txt AUSENTE - PROVISAO COM AS "
                      "FAIXAS PADRAO"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ PDDPAR
           PERFORM UNTIL FS-PDDPAR NOT EQUAL 00
              EVALUATE PDP-TIPO
                 WHEN "FAIXA"
                    IF NOT WRK-FAIXA-DO-CARTAO
                       SET WRK-FAIXA-DO-CARTAO TO TRUE
                       MOVE ZEROS TO WRK-QTD-FAIXAS
                    END-IF
                    IF WRK-QTD-FAIXAS LESS 10
                       ADD 1 TO WRK-QTD-FAIXAS
                       MOVE PDP-DIAS TO WRK-FAIXA-DIAS(WRK-QTD-FAIXAS)
                       MOVE PDP-PERC TO WRK-FAIXA-PERC(WRK-QTD-FAIXAS)
                    ELSE
                       DISPLAY "PDDPAR.txt COM MAIS DE 10 FAIXAS - "
                               "FAIXA " PDP-DIAS " IGNORADA"
                    END-IF
                 WHEN "PERDA"
                    MOVE PDP-DIAS TO WRK-DIAS-PERDA
                 WHEN OTHER
                    DISPLAY "PARAMETRO DESCONHECIDO NO PDDPAR.txt: "
                            PDP-TIPO
              END-EVALUATE
              READ PDDPAR
           END-PERFORM.
           CLOSE PDDPAR.

       0110-CARREGAR-FIM.
           EXIT.

       0120-CALCULAR-CORTES         SECTION.
      *-------- CORTE DE CADA FAIXA = HOJE - DIAS (MODULO DATAADD),
      *-------- COMO NO CRAGING; A FAIXA 9999 PEGA O QUE SOBRAR
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAIXAS
              IF WRK-FAIXA-DIAS(WRK-IDX) EQUAL 9999
                 MOVE ZEROS TO WRK-FAIXA-CORTE(WRK-IDX)
              ELSE
                 COMPUTE WRK-DIAS-NEG = WRK-FAIXA-DIAS(WRK-IDX) * -1
                 CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                       WRK-FAIXA-CORTE(WRK-IDX)
              END-IF
           END-PERFORM.
           COMPUTE WRK-DIAS-NEG = WRK-DIAS-PERDA * -1.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-CORTE-PERDA.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)".
           DISPLAY "1 - RELATORIO DA PROVISAO DO MES".
           DISPLAY "2 - BAIXA POR PERDA (SUPERVISOR)".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-PROVISAO
                 PERFORM 0300-RELATORIO-PROVISAO
              WHEN WRK-OPC-BAIXA
                 PERFORM 0500-BAIXA-POR-PERDA
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0300-RELATORIO-PROVISAO      SECTION.
           MOVE ZEROS TO WRK-TOT-QTD WRK-TOT-SALDO WRK-TOT-PROVISAO
                         WRK-QTD-PERDA WRK-VLR-PERDA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAIXAS
              MOVE ZEROS TO WRK-FAIXA-QTD(WRK-IDX)
                            WRK-FAIXA-SALDO(WRK-IDX)
                            WRK-FAIXA-PROVISAO(WRK-IDX)
           END-PERFORM.
           MOVE ZEROS TO CR-CHAVE.
           START CONTASREC KEY NOT LESS CR-CHAVE
             INVALID KEY
                MOVE 10 TO FS-CONTASREC
           END-START.
           IF FS-CONTASREC EQUAL 00
              READ CONTASREC NEXT
           END-IF.
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-ABERTO
                 PERFORM 0310-CLASSIFICAR-TITULO
              END-IF
              READ CONTASREC NEXT
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAIXAS
              COMPUTE WRK-FAIXA-PROVISAO(WRK-IDX) ROUNDED
                    = WRK-FAIXA-SALDO(WRK-IDX)
                    * WRK-FAIXA-PERC(WRK-IDX) / 100
              ADD WRK-FAIXA-PROVISAO(WRK-IDX) TO WRK-TOT-PROVISAO
           END-PERFORM.
           PERFORM 0320-MOVIMENTO-DO-MES.
           PERFORM 0400-IMPRIMIR-PROVISAO.

       0310-CLASSIFICAR-TITULO      SECTION.
      *-------- PRIMEIRA FAIXA CUJO CORTE O VENCIMENTO NAO PASSOU;
      *-------- SEM NENHUMA, VAI PARA A ULTIMA
           IF CR-DATA-VENCTO GREATER ZEROS
              MOVE CR-DATA-VENCTO TO WRK-DATA-BASE
           ELSE
              MOVE CR-DATA-EMISSAO TO WRK-DATA-BASE
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAIXAS
                      OR WRK-ACHADO
              IF WRK-DATA-BASE GREATER OR EQUAL
                 WRK-FAIXA-CORTE(WRK-IDX)
                 SET WRK-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHADO
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              MOVE WRK-QTD-FAIXAS TO WRK-IDX
           END-IF.
           ADD 1        TO WRK-FAIXA-QTD(WRK-IDX).
           ADD CR-VALOR TO WRK-FAIXA-SALDO(WRK-IDX).
           ADD 1        TO WRK-TOT-QTD.
           ADD CR-VALOR TO WRK-TOT-SALDO.
           IF WRK-DATA-BASE LESS WRK-CORTE-PERDA
              ADD 1        TO WRK-QTD-PERDA
              ADD CR-VALOR TO WRK-VLR-PERDA
           END-IF.

       0320-MOVIMENTO-DO-MES        SECTION.
      *-------- BAIXAS POR PERDA E RECUPERACOES DO MES, DA TRILHA
           MOVE ZEROS TO WRK-QTD-BAIXAS-MES WRK-VLR-BAIXAS-MES
                         WRK-QTD-RECUP-MES WRK-VLR-RECUP-MES.
           OPEN INPUT PDDLOG.
           IF FS-PDDLOG NOT EQUAL 00
              GO TO 0320-MOVIMENTO-FIM
           END-IF.
           READ PDDLOG
           PERFORM UNTIL FS-PDDLOG NOT EQUAL 00
              DIVIDE PDL-DATA BY 100 GIVING WRK-MES-LOG
              IF WRK-MES-LOG EQUAL WRK-MES-HOJE
                 EVALUATE TRUE
                    WHEN PDL-BAIXA
                       ADD 1         TO WRK-QTD-BAIXAS-MES
                       ADD PDL-VALOR TO WRK-VLR-BAIXAS-MES
                    WHEN PDL-RECUPERACAO
                       ADD 1         TO WRK-QTD-RECUP-MES
                       ADD PDL-VALOR TO WRK-VLR-RECUP-MES
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              READ PDDLOG
           END-PERFORM.
           CLOSE PDDLOG.

       0320-MOVIMENTO-FIM.
           EXIT.

       0400-IMPRIMIR-PROVISAO       SECTION.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "PDD - PROVISAO DO MES " DELIMITED BY SIZE
                  WRK-MES-HOJE             DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "FAIXA DE ATRASO   TITULOS      SALDO   PERC   PROVISAO"
             TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE ZEROS TO WRK-IDX-ANT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAIXAS
              PERFORM 0410-LINHA-FAIXA
              MOVE WRK-IDX TO WRK-IDX-ANT
           END-PERFORM.

           MOVE WRK-TOT-QTD      TO WRK-QTD-ED.
           MOVE WRK-TOT-SALDO    TO WRK-VALOR-ED.
           MOVE WRK-TOT-PROVISAO TO WRK-PROV-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL EM ABERTO       " DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
                  "        "               DELIMITED BY SIZE
                  WRK-PROV-ED              DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-QTD-PERDA TO WRK-QTD-ED.
           MOVE WRK-VLR-PERDA TO WRK-VALOR-ED.
           STRING "ALEM DO PRAZO DE PERDA (" DELIMITED BY SIZE
                  WRK-DIAS-PERDA             DELIMITED BY SIZE
                  " DIAS): "                 DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
                  " TITULOS "                DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-QTD-BAIXAS-MES TO WRK-QTD-ED.
           MOVE WRK-VLR-BAIXAS-MES TO WRK-VALOR-ED.
           STRING "BAIXADOS COMO PERDA NO MES....: " DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
                  " TITULOS "                DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-QTD-RECUP-MES TO WRK-QTD-ED.
           MOVE WRK-VLR-RECUP-MES TO WRK-VALOR-ED.
           STRING "RECUPERADOS NO MES............: " DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
                  " TITULOS "                DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.

           MOVE WRK-TOT-PROVISAO TO WRK-PROV-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "PROVISAO TOTAL DO MES: " DELIMITED BY SIZE
                  WRK-PROV-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "PROVISAO TOTAL DO MES: " WRK-PROV-ED.

       0410-LINHA-FAIXA             SECTION.
           MOVE SPACES TO WRK-FAIXA-TEXTO.
           EVALUATE TRUE
              WHEN WRK-FAIXA-DIAS(WRK-IDX) EQUAL ZEROS
                 MOVE "A VENCER" TO WRK-FAIXA-TEXTO
              WHEN WRK-FAIXA-DIAS(WRK-IDX) EQUAL 9999
                 AND WRK-IDX-ANT GREATER ZEROS
                 STRING "ACIMA DE "   DELIMITED BY SIZE
                        WRK-FAIXA-DIAS(WRK-IDX-ANT)
                                      DELIMITED BY SIZE
                        " DIAS"       DELIMITED BY SIZE
                        INTO WRK-FAIXA-TEXTO
              WHEN WRK-FAIXA-DIAS(WRK-IDX) EQUAL 9999
                 MOVE "QUALQUER ATRASO" TO WRK-FAIXA-TEXTO
              WHEN OTHER
                 STRING "ATE "        DELIMITED BY SIZE
                        WRK-FAIXA-DIAS(WRK-IDX)
                                      DELIMITED BY SIZE
                        " DIAS"       DELIMITED BY SIZE
                        INTO WRK-FAIXA-TEXTO
           END-EVALUATE.
           MOVE WRK-FAIXA-QTD(WRK-IDX)      TO WRK-QTD-ED.
           MOVE WRK-FAIXA-SALDO(WRK-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-FAIXA-PERC(WRK-IDX)     TO WRK-PERC-ED.
           MOVE WRK-FAIXA-PROVISAO(WRK-IDX) TO WRK-PROV-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-FAIXA-TEXTO DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-PERC-ED     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-PROV-ED     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.

       0490-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0500-BAIXA-POR-PERDA         SECTION.
      *--------------------------------------------------------------
      *-------- BAIXA POR PERDA: SO SUPERVISOR, SO COM O MES ABERTO;
      *-------- LISTA AS PARCELAS ALEM DO PRAZO LEGAL, PEDE A
      *-------- CONFIRMACAO E PASSA TODAS PARA "P"
      *--------------------------------------------------------------
           IF NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "BAIXA POR PERDA E RESTRITA A SUPERVISORES"
              GO TO 0500-BAIXA-FIM
           END-IF.
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - BAIXA NAO PERMITIDA"
              GO TO 0500-BAIXA-FIM
           END-IF.
           DISPLAY "PARCELAS VENCIDAS ANTES DE " WRK-CORTE-PERDA
                   " (" WRK-DIAS-PERDA " DIAS):".
           MOVE ZEROS TO WRK-QTD-PERDA WRK-VLR-PERDA.
           MOVE "N" TO WRK-SW-CONFIRMA.
           PERFORM 0510-VARRER-VENCIDAS.
           IF WRK-QTD-PERDA EQUAL ZEROS
              DISPLAY "NENHUMA PARCELA ALEM DO PRAZO DE PERDA"
              GO TO 0500-BAIXA-FIM
           END-IF.
           MOVE WRK-VLR-PERDA TO WRK-VALOR-ED.
           DISPLAY "TOTAL: " WRK-QTD-PERDA " PARCELA(S) "
                   WRK-VALOR-ED.
           DISPLAY "CONFIRMA A BAIXA POR PERDA (S/N)? "
             ACCEPT WRK-SW-CONFIRMA.
           IF NOT WRK-CONFIRMADO
              DISPLAY "BAIXA POR PERDA ABANDONADA"
              GO TO 0500-BAIXA-FIM
           END-IF.
           OPEN EXTEND PDDLOG.
           IF FS-PDDLOG EQUAL 35
              OPEN OUTPUT PDDLOG
           END-IF.
           MOVE ZEROS TO WRK-ACUM-BAIXADAS.
           PERFORM 0510-VARRER-VENCIDAS.
           CLOSE PDDLOG.
           DISPLAY WRK-ACUM-BAIXADAS " PARCELA(S) BAIXADA(S) COMO "
                   "PERDA".

       0500-BAIXA-FIM.
           EXIT.

       0510-VARRER-VENCIDAS         SECTION.
      *-------- PRIMEIRA PASSADA (SEM CONFIRMACAO) SO LISTA; A
      *-------- SEGUNDA, JA CONFIRMADA, BAIXA
           MOVE ZEROS TO CR-CHAVE.
           START CONTASREC KEY NOT LESS CR-CHAVE
             INVALID KEY
                GO TO 0510-VARRER-FIM
           END-START.
           READ CONTASREC NEXT
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-ABERTO
                 IF CR-DATA-VENCTO GREATER ZEROS
                    MOVE CR-DATA-VENCTO TO WRK-DATA-BASE
                 ELSE
                    MOVE CR-DATA-EMISSAO TO WRK-DATA-BASE
                 END-IF
                 IF WRK-DATA-BASE LESS WRK-CORTE-PERDA
                    IF WRK-CONFIRMADO
                       PERFORM 0520-BAIXAR-PARCELA
                    ELSE
                       ADD 1        TO WRK-QTD-PERDA
                       ADD CR-VALOR TO WRK-VLR-PERDA
                       MOVE CR-VALOR TO WRK-VALOR-ED
                       DISPLAY "  NF " CR-NF "/" CR-PARCELA
                               " CLIENTE " CR-CLIENTE
                               " VENC " WRK-DATA-BASE
                               " " WRK-VALOR-ED
                    END-IF
                 END-IF
              END-IF
              READ CONTASREC NEXT
           END-PERFORM.

       0510-VARRER-FIM.
           EXIT.

       0520-BAIXAR-PARCELA          SECTION.
           MOVE "P"           TO CR-SITUACAO.
           MOVE WRK-DATA-HOJE TO CR-DATA-PAGTO.
           MOVE ZEROS         TO CR-VALOR-PAGO.
           REWRITE REG-CONTASREC
             INVALID KEY
                DISPLAY "ERRO AO BAIXAR A NF " CR-NF "/" CR-PARCELA
                GO TO 0520-BAIXAR-FIM
           END-REWRITE.
           CALL "CREXPATU" USING WRK-EXP-OPERACAO CR-CLIENTE CR-VALOR
                                  CR-DATA-VENCTO.
           ADD 1 TO WRK-ACUM-BAIXADAS.
           MOVE SPACES        TO REG-PDDLOG.
           MOVE "B"           TO PDL-TIPO.
           MOVE WRK-DATA-HOJE TO PDL-DATA.
           MOVE CR-NF         TO PDL-NF.
           MOVE CR-PARCELA    TO PDL-PARCELA.
           MOVE CR-CLIENTE    TO PDL-CLIENTE.
           MOVE CR-VALOR      TO PDL-VALOR.
           MOVE WRK-OPERADOR  TO PDL-OPERADOR.
           WRITE REG-PDDLOG.

       0520-BAIXAR-FIM.
           EXIT.

       0900-FINALIZAR               SECTION.
           CLOSE CONTASREC.
           DISPLAY "FIM DA PDD".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASREC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "PDDPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PDDPAR.
           MOVE "PDDLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PDDLOG.
