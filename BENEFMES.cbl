       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFMES.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: COMPRA MENSAL DO VALE-TRANSPORTE E DO VALE-REFEICAO
      *           - PARA CADA FUNCIONARIO ATIVO COM BENEFICIO NO
      *           BENEFIC.txt (BENEMANT), CONTA OS DIAS DE USO DO MES
      *           (DIAS UTEIS DO DIAUTIL A PARTIR DA ADMISSAO, MENOS
      *           OS DIAS DE FERIAS DO FERIAS.txt E AS FALTAS DO
      *           FREQ_AAAAMM.txt), VALORA A COMPRA DE CADA LINHA E
      *           A PARTE DO FUNCIONARIO, GRAVA O BENEF_AAAAMM.txt
      *           QUE O FOLHAVAR DESCONTA NA FOLHA E EMITE O
      *           RELATORIO DA COMPRA COM O TOTAL POR FORNECEDOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VALE-TRANSPORTE: O FUNCIONARIO PAGA ATE 6% DO
      *              SALARIO BASE, NUNCA MAIS QUE A PROPRIA COMPRA
      *              (LEI 7.418/85); VALE-REFEICAO: PAGA O PERCENTUAL
      *              DA LINHA SOBRE A COMPRA. RODAR DEPOIS DO
      *              FREQENT/FREQPONT E ANTES DA FOLHA; RODADA
      *              REPETIDA REGRAVA O MES INTEIRO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT BENEFIC ASSIGN TO WRK-PATH-BENEFIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BENEFIC.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT FERIAS ASSIGN TO WRK-PATH-FERIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FERIAS.

           SELECT FREQMES ASSIGN TO WRK-FREQMES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FREQMES.

           SELECT BENEFMES ASSIGN TO WRK-BENEFMES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BENEFMES.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  BENEFIC.
       COPY "BNFCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  FERIAS.
       01  REG-FERIAS.
           05 FER-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 FER-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 FER-SETOR      PIC X(05).
           05 FILLER         PIC X(01).
           05 FER-INICIO     PIC 9(08).
           05 FILLER         PIC X(01).
           05 FER-FIM        PIC 9(08).
           05 FILLER         PIC X(01).
           05 FER-DIAS       PIC 9(02).
           05 FILLER         PIC X(01).
           05 FER-LIQUIDO    PIC 9(06)V99.

       FD  FREQMES.
       01  REG-FREQMES.
           05 FRQ-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 FRQ-HE50       PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRQ-HE100      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRQ-FALTAS     PIC 9(02).

       FD  BENEFMES.
       COPY "BNMCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-BENEFIC   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS    PIC 9(02) VALUE ZEROS.
       77  FS-FREQMES   PIC 9(02) VALUE ZEROS.
       77  FS-BENEFMES  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "BENEFMES".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "BENEFIC.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-ABERTO   VALUE "S".

      *-------------- ULTIMO DIA DA COMPETENCIA (DATAADD) ------------
       01  WRK-DATA-PROX-MES PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ULTIMO   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ULTIMO-R REDEFINES WRK-DATA-ULTIMO.
           05 FILLER         PIC 9(06).
           05 WRK-ULTIMO-DIA PIC 9(02).
       77  WRK-MENOS-UM      PIC S9(04) VALUE -1.

      *-------------- CALENDARIO DO MES (DIAUTIL) ---------------------
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-UTIL   PIC X(01) OCCURS 31 TIMES.
              88 WRK-CAL-DIA-UTIL      VALUE "S".
       77  WRK-UTIL-OPERACAO PIC X(01) VALUE "E".
       01  WRK-UTIL-RESULT   PIC 9(08) VALUE ZEROS.
       77  WRK-UTIL-RESPOSTA PIC X(01) VALUE SPACES.
       77  WRK-DIAS-UTEIS-MES PIC 9(02) VALUE ZEROS.

      *-------------- BENEFICIOS VIGENTES (BENEFIC.txt) ---------------
      *-------- VALE A ULTIMA LINHA DE CADA FUNCIONARIO + SEQUENCIA
       77  WRK-ACUM-BNF      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-BENEFIC.
           05 WRK-BNF OCCURS 2000 TIMES.
              10 WRK-BNF-CODIGO   PIC 9(04).
              10 WRK-BNF-SEQ      PIC 9(02).
              10 WRK-BNF-TIPO     PIC X(01).
                 88 WRK-BNF-TRANSPORTE   VALUE "T".
                 88 WRK-BNF-REFEICAO     VALUE "R".
              10 WRK-BNF-FORN     PIC 9(04).
              10 WRK-BNF-VALOR    PIC 9(04)V99.
              10 WRK-BNF-PERC     PIC 9(02)V99.
              10 WRK-BNF-ATIVO    PIC X(01).
                 88 WRK-BNF-E-ATIVO      VALUE "S".

      *-------------- FERIAS QUE TOCAM O MES (FERIAS.txt) -------------
       77  WRK-ACUM-FER      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIAS.
           05 WRK-FER OCCURS 300 TIMES.
              10 WRK-FER-CODIGO   PIC 9(04).
              10 WRK-FER-INICIO   PIC 9(08).
              10 WRK-FER-FIM      PIC 9(08).

      *-------------- FALTAS DO MES (FREQ_AAAAMM.txt) -----------------
      *-------- VALE A PRIMEIRA LINHA DO CODIGO, COMO NO FOLHAVAR
       77  WRK-ACUM-FRQ      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FALTAS.
           05 WRK-FRQ OCCURS 300 TIMES.
              10 WRK-FRQ-CODIGO   PIC 9(04).
              10 WRK-FRQ-FALTAS   PIC 9(02).

      *-------------- TOTAL DA COMPRA POR FORNECEDOR ------------------
       77  WRK-ACUM-FORN     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORNEC.
           05 WRK-FRN OCCURS 100 TIMES.
              10 WRK-FRN-CODIGO   PIC 9(04).
              10 WRK-FRN-VT       PIC 9(07)V99.
              10 WRK-FRN-VR       PIC 9(07)V99.

      *-------------- APURACAO DO FUNCIONARIO -------------------------
       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DIA       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FER       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FORN      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-USO      PIC 9(02) VALUE ZEROS.
       77  WRK-FALTAS        PIC 9(02) VALUE ZEROS.
       77  WRK-COMPRA-LINHA  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-COMPRA-VT     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-COMPRA-VR     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-VT       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESC-VR       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TETO-VT       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PERC-TETO-VT  PIC V99 VALUE 0,06.
       01  WRK-DATA-DIA      PIC 9(08) VALUE ZEROS.
       01  WRK-ADMISSAO-X    PIC X(08) VALUE SPACES.
       01  WRK-ADMISSAO      PIC 9(08) VALUE ZEROS.
       77  WRK-SW-FERIAS     PIC X(01) VALUE "N".
           88 WRK-DIA-EM-FERIAS     VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FUNC       PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SEM-DIAS   PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-COMPRA-VT   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-COMPRA-VR   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-DESC-VT     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-DESC-VR     PIC 9(07)V99 VALUE ZEROS.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       77  WRK-ED-DIAS       PIC Z9.
       77  WRK-ED-VALOR-1    PIC ZZ.ZZ9,99.
       77  WRK-ED-VALOR-2    PIC ZZ.ZZ9,99.
       77  WRK-ED-VALOR-3    PIC ZZ.ZZ9,99.
       77  WRK-ED-VALOR-4    PIC ZZ.ZZ9,99.
       77  WRK-ED-TOTAL-1    PIC Z.ZZZ.ZZ9,99.
       77  WRK-ED-TOTAL-2    PIC Z.ZZZ.ZZ9,99.
       77  WRK-NOME-FORN     PIC X(20) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-BENEFIC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-FERIAS   PIC X(60) VALUE SPACES.
       01  WRK-FREQMES-PATH  PIC X(60) VALUE SPACES.
       01  WRK-BENEFMES-PATH PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=========================================".
           DISPLAY "COMPRA DO VALE-TRANSPORTE E DO VALE-REFEICAO".
           DISPLAY "=========================================".
           DISPLAY "COMPETENCIA (AAAAMM, ZEROS = ATUAL): "
             ACCEPT WRK-AAAAMM.
           IF WRK-AAAAMM EQUAL ZEROS
              MOVE WRK-DATA-HOJE(1:6) TO WRK-AAAAMM
           END-IF.
           MOVE SPACES TO WRK-FREQMES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "FREQ_"      DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-FREQMES-PATH.
           MOVE SPACES TO WRK-BENEFMES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "BENEF_"     DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-BENEFMES-PATH.

      *-------- ULTIMO DIA DO MES = DIA 1 DO MES SEGUINTE MENOS UM
           IF WRK-AAAAMM(5:2) EQUAL "12"
              COMPUTE WRK-DATA-PROX-MES =
                      (WRK-AAAAMM + 89) * 100 + 1
           ELSE
              COMPUTE WRK-DATA-PROX-MES =
                      (WRK-AAAAMM + 1) * 100 + 1
           END-IF.
           CALL "DATAADD" USING WRK-DATA-PROX-MES WRK-MENOS-UM
                                 WRK-DATA-ULTIMO.

           PERFORM 0110-MONTAR-CALENDARIO.
           PERFORM 0120-CARREGAR-BENEFICIOS.
           PERFORM 0130-CARREGAR-FERIAS.
           PERFORM 0140-CARREGAR-FALTAS.

      *-------- O FREQ DO MES AINDA NAO DIGITADO DEIXA AS FALTAS DE
      *-------- FORA - O OPERADOR DECIDE SE COMPRA ASSIM MESMO
           IF FS-FREQMES EQUAL 35
              DISPLAY "O FREQ_" WRK-AAAAMM ".txt NAO EXISTE - A "
                      "COMPRA SAI SEM DESCONTAR FALTAS"
              DISPLAY "CONTINUAR (S/N)? "
                ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA NOT EQUAL "S"
                 DISPLAY "COMPRA CANCELADA - NADA GRAVADO"
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT FORNECED.
           IF FS-FORNECED EQUAL 00
              SET WRK-FORNECED-ABERTO TO TRUE
           END-IF.

           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO ARQFUNC AUSENTE       " TO WRK-MSG-ERRO
              MOVE "ARQFUNC.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ARQFUNC TO FS-BENEFIC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT BENEFMES.
           IF FS-BENEFMES NOT EQUAL 00
              MOVE "ERRO AO GRAVAR O BENEF DO MES " TO WRK-MSG-ERRO
              MOVE "BENEF.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-BENEFMES TO FS-BENEFIC
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "COMPRA DE VALE-TRANSPORTE E REFEICAO"
             TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "FUNC NOME                 DIAS COMPRA VT  "
                  DELIMITED BY SIZE
                  " DESC VT COMPRA VR   DESC VR"
                  DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0110-MONTAR-CALENDARIO       SECTION.
      *--------------------------------------------------------------
      *-------- DIA DE USO DO VALE = DIA UTIL DO DIAUTIL (SEM SABADO,
      *-------- DOMINGO E FERIADO DO FERIADOS.txt)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 31
              MOVE "N" TO WRK-CAL-UTIL(WRK-IDX-DIA)
              IF WRK-IDX-DIA NOT GREATER WRK-ULTIMO-DIA
                 COMPUTE WRK-DATA-DIA = WRK-AAAAMM * 100
                                      + WRK-IDX-DIA
                 MOVE "E" TO WRK-UTIL-OPERACAO
                 CALL "DIAUTIL" USING WRK-UTIL-OPERACAO WRK-DATA-DIA
                                       WRK-UTIL-RESULT
                                       WRK-UTIL-RESPOSTA
                 IF WRK-UTIL-RESPOSTA EQUAL "S"
                    MOVE "S" TO WRK-CAL-UTIL(WRK-IDX-DIA)
                    ADD 1 TO WRK-DIAS-UTEIS-MES
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "DIAS UTEIS NO MES " WRK-AAAAMM ": "
                   WRK-DIAS-UTEIS-MES.

       0120-CARREGAR-BENEFICIOS     SECTION.
      *--------------------------------------------------------------
      *-------- HISTORICO: A ULTIMA LINHA DO FUNCIONARIO + SEQUENCIA
      *-------- SOBREPOE A ENTRADA JA CARREGADA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-BNF.
           OPEN INPUT BENEFIC.
           IF FS-BENEFIC NOT EQUAL 00
              MOVE "CADASTRO DE BENEFICIOS AUSENTE" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ BENEFIC.
           PERFORM UNTIL FS-BENEFIC NOT EQUAL 00
              MOVE ZEROS TO WRK-IDX-ACHADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-ACUM-BNF
                 IF WRK-BNF-CODIGO(WRK-IDX) EQUAL BNF-CODIGO-FUNC
                    AND WRK-BNF-SEQ(WRK-IDX) EQUAL BNF-SEQ
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 IF WRK-ACUM-BNF LESS 2000
                    ADD 1 TO WRK-ACUM-BNF
                    MOVE WRK-ACUM-BNF TO WRK-IDX-ACHADO
                 ELSE
                    DISPLAY "BENEFICIOS DEMAIS - FUNCIONARIO "
                            BNF-CODIGO-FUNC " SEQ " BNF-SEQ
                            " FORA DA COMPRA"
                 END-IF
              END-IF
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE BNF-CODIGO-FUNC
                   TO WRK-BNF-CODIGO(WRK-IDX-ACHADO)
                 MOVE BNF-SEQ        TO WRK-BNF-SEQ(WRK-IDX-ACHADO)
                 MOVE BNF-TIPO       TO WRK-BNF-TIPO(WRK-IDX-ACHADO)
                 MOVE BNF-FORNECEDOR TO WRK-BNF-FORN(WRK-IDX-ACHADO)
                 MOVE BNF-VALOR-DIA  TO WRK-BNF-VALOR(WRK-IDX-ACHADO)
                 MOVE BNF-PERC-DESC  TO WRK-BNF-PERC(WRK-IDX-ACHADO)
                 MOVE BNF-ATIVO      TO WRK-BNF-ATIVO(WRK-IDX-ACHADO)
              END-IF
              READ BENEFIC
           END-PERFORM.
           CLOSE BENEFIC.

       0130-CARREGAR-FERIAS         SECTION.
      *-------- SO AS FERIAS QUE TOCAM O MES; SEM FERIAS.txt NINGUEM
      *-------- ESTA DE FERIAS
           MOVE ZEROS TO WRK-ACUM-FER.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 00
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ FERIAS.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
              IF FER-INICIO(1:6) NOT GREATER WRK-AAAAMM
                 AND FER-FIM(1:6) NOT LESS WRK-AAAAMM
                 AND WRK-ACUM-FER LESS 300
                 ADD 1 TO WRK-ACUM-FER
                 MOVE FER-CODIGO TO WRK-FER-CODIGO(WRK-ACUM-FER)
                 MOVE FER-INICIO TO WRK-FER-INICIO(WRK-ACUM-FER)
                 MOVE FER-FIM    TO WRK-FER-FIM(WRK-ACUM-FER)
              END-IF
              READ FERIAS
           END-PERFORM.
           CLOSE FERIAS.

       0130-CARREGAR-FIM.
           EXIT.

       0140-CARREGAR-FALTAS         SECTION.
           MOVE ZEROS TO WRK-ACUM-FRQ.
           OPEN INPUT FREQMES.
           IF FS-FREQMES NOT EQUAL 00
              GO TO 0140-CARREGAR-FIM
           END-IF.
           READ FREQMES.
           PERFORM UNTIL FS-FREQMES NOT EQUAL 00
              MOVE ZEROS TO WRK-IDX-ACHADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-ACUM-FRQ
                 IF WRK-FRQ-CODIGO(WRK-IDX) EQUAL FRQ-CODIGO
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 AND WRK-ACUM-FRQ LESS 300
                 AND FRQ-FALTAS NUMERIC
                 ADD 1 TO WRK-ACUM-FRQ
                 MOVE FRQ-CODIGO TO WRK-FRQ-CODIGO(WRK-ACUM-FRQ)
                 MOVE FRQ-FALTAS TO WRK-FRQ-FALTAS(WRK-ACUM-FRQ)
              END-IF
              READ FREQMES
           END-PERFORM.
           CLOSE FREQMES.
           MOVE ZEROS TO FS-FREQMES.

       0140-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ ARQFUNC.
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              IF REG-FUNC-ATIVO
                 PERFORM 0210-APURAR-FUNCIONARIO
              END-IF
              READ ARQFUNC
           END-PERFORM.

       0210-APURAR-FUNCIONARIO      SECTION.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-BNF
              IF WRK-BNF-CODIGO(WRK-IDX) EQUAL REG-CODIGO
                 AND WRK-BNF-E-ATIVO(WRK-IDX)
                 ADD 1 TO WRK-QTD-LINHAS
              END-IF
           END-PERFORM.
           IF WRK-QTD-LINHAS EQUAL ZEROS
              GO TO 0210-APURAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-FUNC.

      *-------- ADMISSAO NO ARQFUNC EM AAAA-MM-DD; ANTES DELA NAO HA
      *-------- DIA DE USO
           MOVE SPACES TO WRK-ADMISSAO-X.
           STRING REG-DATA-CONTRATACAO(1:4) DELIMITED BY SIZE
                  REG-DATA-CONTRATACAO(6:2) DELIMITED BY SIZE
                  REG-DATA-CONTRATACAO(9:2) DELIMITED BY SIZE
                  INTO WRK-ADMISSAO-X.
           IF WRK-ADMISSAO-X NUMERIC
              MOVE WRK-ADMISSAO-X TO WRK-ADMISSAO
           ELSE
              MOVE ZEROS TO WRK-ADMISSAO
           END-IF.

           MOVE ZEROS TO WRK-DIAS-USO.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-ULTIMO-DIA
              IF WRK-CAL-DIA-UTIL(WRK-IDX-DIA)
                 COMPUTE WRK-DATA-DIA = WRK-AAAAMM * 100
                                      + WRK-IDX-DIA
                 IF WRK-DATA-DIA NOT LESS WRK-ADMISSAO
                    PERFORM 0220-VER-FERIAS
                    IF NOT WRK-DIA-EM-FERIAS
                       ADD 1 TO WRK-DIAS-USO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-FALTAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-FRQ
              IF WRK-FRQ-CODIGO(WRK-IDX) EQUAL REG-CODIGO
                 MOVE WRK-FRQ-FALTAS(WRK-IDX) TO WRK-FALTAS
              END-IF
           END-PERFORM.
           IF WRK-FALTAS NOT LESS WRK-DIAS-USO
              MOVE ZEROS TO WRK-DIAS-USO
           ELSE
              SUBTRACT WRK-FALTAS FROM WRK-DIAS-USO
           END-IF.

           MOVE ZEROS TO WRK-COMPRA-VT WRK-COMPRA-VR
                         WRK-DESC-VT   WRK-DESC-VR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-BNF
              IF WRK-BNF-CODIGO(WRK-IDX) EQUAL REG-CODIGO
                 AND WRK-BNF-E-ATIVO(WRK-IDX)
                 PERFORM 0230-VALORAR-LINHA
              END-IF
           END-PERFORM.

      *-------- PARTE DO FUNCIONARIO NO VT: ATE 6% DO SALARIO BASE
           COMPUTE WRK-TETO-VT ROUNDED
                 = REG-SALARIO * WRK-PERC-TETO-VT.
           IF WRK-COMPRA-VT GREATER WRK-TETO-VT
              MOVE WRK-TETO-VT TO WRK-DESC-VT
           ELSE
              MOVE WRK-COMPRA-VT TO WRK-DESC-VT
           END-IF.

           IF WRK-DIAS-USO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-SEM-DIAS
           END-IF.

           MOVE SPACES          TO REG-BENEFMES.
           MOVE WRK-AAAAMM      TO BNM-COMPETENCIA.
           MOVE REG-CODIGO      TO BNM-CODIGO-FUNC.
           MOVE WRK-DIAS-USO    TO BNM-DIAS.
           MOVE WRK-COMPRA-VT   TO BNM-COMPRA-VT.
           MOVE WRK-DESC-VT     TO BNM-DESC-VT.
           MOVE WRK-COMPRA-VR   TO BNM-COMPRA-VR.
           MOVE WRK-DESC-VR     TO BNM-DESC-VR.
           WRITE REG-BENEFMES.

           ADD WRK-COMPRA-VT TO WRK-TOT-COMPRA-VT.
           ADD WRK-COMPRA-VR TO WRK-TOT-COMPRA-VR.
           ADD WRK-DESC-VT   TO WRK-TOT-DESC-VT.
           ADD WRK-DESC-VR   TO WRK-TOT-DESC-VR.

           MOVE WRK-DIAS-USO  TO WRK-ED-DIAS.
           MOVE WRK-COMPRA-VT TO WRK-ED-VALOR-1.
           MOVE WRK-DESC-VT   TO WRK-ED-VALOR-2.
           MOVE WRK-COMPRA-VR TO WRK-ED-VALOR-3.
           MOVE WRK-DESC-VR   TO WRK-ED-VALOR-4.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING REG-CODIGO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  REG-NOME       DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  WRK-ED-DIAS    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-ED-VALOR-1 DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-ED-VALOR-2 DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-ED-VALOR-3 DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-ED-VALOR-4 DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0210-APURAR-FIM.
           EXIT.

       0220-VER-FERIAS              SECTION.
           MOVE "N" TO WRK-SW-FERIAS.
           PERFORM VARYING WRK-IDX-FER FROM 1 BY 1
                   UNTIL WRK-IDX-FER GREATER WRK-ACUM-FER
                      OR WRK-DIA-EM-FERIAS
              IF WRK-FER-CODIGO(WRK-IDX-FER) EQUAL REG-CODIGO
                 AND WRK-DATA-DIA
                     NOT LESS WRK-FER-INICIO(WRK-IDX-FER)
                 AND WRK-DATA-DIA
                     NOT GREATER WRK-FER-FIM(WRK-IDX-FER)
                 SET WRK-DIA-EM-FERIAS TO TRUE
              END-IF
           END-PERFORM.

       0230-VALORAR-LINHA           SECTION.
      *--------------------------------------------------------------
      *-------- COMPRA DA LINHA = VALOR DO DIA X DIAS DE USO; SOMA NO
      *-------- TOTAL DO FORNECEDOR (NOVO FORNECEDOR ENTRA NO FIM DA
      *-------- TABELA)
      *--------------------------------------------------------------
           COMPUTE WRK-COMPRA-LINHA
                 = WRK-BNF-VALOR(WRK-IDX) * WRK-DIAS-USO.
           IF WRK-BNF-TRANSPORTE(WRK-IDX)
              ADD WRK-COMPRA-LINHA TO WRK-COMPRA-VT
           ELSE
              ADD WRK-COMPRA-LINHA TO WRK-COMPRA-VR
              COMPUTE WRK-DESC-VR ROUNDED = WRK-DESC-VR
                    + WRK-COMPRA-LINHA * WRK-BNF-PERC(WRK-IDX) / 100
           END-IF.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FORN FROM 1 BY 1
                   UNTIL WRK-IDX-FORN GREATER WRK-ACUM-FORN
              IF WRK-FRN-CODIGO(WRK-IDX-FORN)
                 EQUAL WRK-BNF-FORN(WRK-IDX)
                 MOVE WRK-IDX-FORN TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-ACUM-FORN LESS 100
                 ADD 1 TO WRK-ACUM-FORN
                 MOVE WRK-ACUM-FORN TO WRK-IDX-ACHADO
                 MOVE WRK-BNF-FORN(WRK-IDX)
                   TO WRK-FRN-CODIGO(WRK-IDX-ACHADO)
                 MOVE ZEROS TO WRK-FRN-VT(WRK-IDX-ACHADO)
                               WRK-FRN-VR(WRK-IDX-ACHADO)
              ELSE
                 DISPLAY "FORNECEDORES DEMAIS - "
                         WRK-BNF-FORN(WRK-IDX)
                         " FORA DO TOTAL POR FORNECEDOR"
                 GO TO 0230-VALORAR-FIM
              END-IF
           END-IF.
           IF WRK-BNF-TRANSPORTE(WRK-IDX)
              ADD WRK-COMPRA-LINHA TO WRK-FRN-VT(WRK-IDX-ACHADO)
           ELSE
              ADD WRK-COMPRA-LINHA TO WRK-FRN-VR(WRK-IDX-ACHADO)
           END-IF.

       0230-VALORAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE ARQFUNC.
           CLOSE BENEFMES.

           IF WRK-ACUM-FUNC EQUAL ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              MOVE "NENHUM FUNCIONARIO ATIVO COM BENEFICIO"
                TO WRK-REL-LINHA
              MOVE "D" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.

      *-------- COMPRA POR FORNECEDOR (O PEDIDO A CADA OPERADORA)
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "COMPRA POR FORNECEDOR          VALE-TRANSP. "
             TO WRK-REL-LINHA.
           MOVE "VALE-REFEICAO" TO WRK-REL-LINHA(46:13).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX-FORN FROM 1 BY 1
                   UNTIL WRK-IDX-FORN GREATER WRK-ACUM-FORN
              PERFORM 0310-LINHA-FORNECEDOR
           END-PERFORM.
           IF WRK-FORNECED-ABERTO
              CLOSE FORNECED
           END-IF.

           MOVE WRK-TOT-COMPRA-VT TO WRK-ED-TOTAL-1.
           MOVE WRK-TOT-COMPRA-VR TO WRK-ED-TOTAL-2.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FUNCIONARIOS " DELIMITED BY SIZE
                  WRK-ACUM-FUNC   DELIMITED BY SIZE
                  " COMPRA VT "   DELIMITED BY SIZE
                  WRK-ED-TOTAL-1  DELIMITED BY SIZE
                  " VR "          DELIMITED BY SIZE
                  WRK-ED-TOTAL-2  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           DISPLAY "=========================================".
           DISPLAY "DIAS UTEIS DO MES....... " WRK-DIAS-UTEIS-MES.
           DISPLAY "FUNCIONARIOS NA COMPRA.. " WRK-ACUM-FUNC.
           DISPLAY "SEM DIA DE USO NO MES... " WRK-ACUM-SEM-DIAS.
           MOVE WRK-TOT-COMPRA-VT TO WRK-ED-TOTAL-1.
           MOVE WRK-TOT-DESC-VT   TO WRK-ED-TOTAL-2.
           DISPLAY "COMPRA VT............... " WRK-ED-TOTAL-1.
           DISPLAY "DESCONTO VT EM FOLHA.... " WRK-ED-TOTAL-2.
           MOVE WRK-TOT-COMPRA-VR TO WRK-ED-TOTAL-1.
           MOVE WRK-TOT-DESC-VR   TO WRK-ED-TOTAL-2.
           DISPLAY "COMPRA VR............... " WRK-ED-TOTAL-1.
           DISPLAY "DESCONTO VR EM FOLHA.... " WRK-ED-TOTAL-2.
           DISPLAY "=========================================".
           DISPLAY "FIM DA COMPRA DE BENEFICIOS".

       0310-LINHA-FORNECEDOR        SECTION.
           MOVE "(NAO CADASTRADO)" TO WRK-NOME-FORN.
           IF WRK-FORNECED-ABERTO
              MOVE WRK-FRN-CODIGO(WRK-IDX-FORN) TO FOR-CODIGO
              READ FORNECED
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FOR-NOME TO WRK-NOME-FORN
              END-READ
           END-IF.
           MOVE WRK-FRN-VT(WRK-IDX-FORN) TO WRK-ED-TOTAL-1.
           MOVE WRK-FRN-VR(WRK-IDX-FORN) TO WRK-ED-TOTAL-2.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-FRN-CODIGO(WRK-IDX-FORN) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WRK-NOME-FORN                DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WRK-ED-TOTAL-1               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WRK-ED-TOTAL-2               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-BENEFIC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "BENEFIC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BENEFIC.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "FERIAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FERIAS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
