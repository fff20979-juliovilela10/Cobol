       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO DE EXCECOES DE PREVENCAO DE PERDAS POR
      *           OPERADOR, DO DIA OU DO MES - RELE O DETALHE DE
      *           VENDAS (VENDASDET_AAAAMMDD) E AS SESSOES DE CAIXA
      *           (CXSESSAO.txt) E APONTA: TAXA DE ESTORNO ACIMA DO
      *           LIMITE, ESTORNO SEM VENDA ORIGINAL NO DIA, VENDA
      *           ESTORNADA PELO MESMO OPERADOR POUCOS MINUTOS DEPOIS,
      *           ESTORNO FORA DO HORARIO DA SESSAO DO OPERADOR E
      *           SANGRIAS REPETIDAS LOGO ANTES DE UM FECHAMENTO CEGO
      *           COM FALTA. O OPERADOR APONTADO SAI COM AS FALTAS DO
      *           MES NO CONCILIA.txt (A MESMA BASE DO CONCTRND)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LIMITES NO CARTAO PERDAPAR.txt, UM POR LINHA
      *              (TIPO X(05) + BRANCO + VALOR 9(05)):
      *                TXEST - TAXA DE ESTORNO EM % COM 2 DECIMAIS
      *                        (01000 = 10,00% DAS LINHAS DE VENDA)
      *                LINHA - MINIMO DE LINHAS DE VENDA PARA A TAXA
      *                        VALER (POUCA VENDA DISTORCE A TAXA)
      *                MINUT - MINUTOS ENTRE VENDA E ESTORNO PARA O
      *                        ESTORNO RAPIDO DO MESMO OPERADOR
      *                JANEL - MINUTOS ANTES DO FECHAMENTO CEGO EM
      *                        QUE AS SANGRIAS SAO CONTADAS
      *                SANGR - QUANTIDADE DE SANGRIAS NA JANELA QUE,
      *                        COM FALTA NO FECHAMENTO, E APONTADA
      *              SEM O CARTAO VALEM 10%, 10 LINHAS, 10 MINUTOS,
      *              60 MINUTOS E 2 SANGRIAS. O ESTORNO CASA COM A
      *              ULTIMA VENDA AINDA NAO ESTORNADA DO MESMO
      *              PRODUTO E VALOR ANTERIOR A ELE (O CAIXA ESTORNA
      *              PELO VALOR DA VENDA ORIGINAL). DIA SEM NENHUMA
      *              SESSAO NO CXSESSAO.txt NAO TEM CONFERENCIA DE
      *              HORARIO
      * 15/10/2026 JV - SESSOES DE ANO JA ARQUIVADO PELO LOGARQ SAO
      *                 LIDAS NO CXSESSAO_AAAA.txt (MODULO LOGSEL)
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

           SELECT CXSESSAO ASSIGN TO WRK-PATH-CXSESSAO
             FILE STATUS IS FS-CXSESSAO.

           SELECT CONCILIA ASSIGN TO WRK-PATH-CONCILIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONCILIA.

           SELECT PERDAPAR ASSIGN TO WRK-PATH-PERDAPAR
             FILE STATUS IS FS-PERDAPAR.


       DATA DIVISION.
       FILE SECTION.
       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  CXSESSAO.
       01  REG-CXSESSAO.
           05 SES-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 SES-HORA       PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 SES-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 SES-EVENTO     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 SES-VALOR      PIC 9(07)V99.

       FD  CONCILIA.
       COPY "CONCOPY.cpy".

       FD  PERDAPAR.
       01  REG-PERDAPAR.
           05 PAR-TIPO       PIC X(05).
           05 FILLER         PIC X(01).
           05 PAR-VALOR      PIC 9(05).
           05 PAR-PERC REDEFINES PAR-VALOR
                             PIC 9(03)V99.


       WORKING-STORAGE            SECTION.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-CXSESSAO  PIC 9(02) VALUE ZEROS.
       77  FS-CONCILIA  PIC 9(02) VALUE ZEROS.
       77  FS-PERDAPAR  PIC 9(02) VALUE ZEROS.

      *-------------- PERIODO DO RELATORIO ---------------------------
       77  WRK-MODO          PIC X(01) VALUE SPACES.
           88 WRK-MODO-DIA          VALUE "D" "d".
           88 WRK-MODO-MES          VALUE "M" "m".
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-INI       PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-FIM       PIC 9(02) VALUE ZEROS.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------- LIMITES (CARTAO PERDAPAR.txt) ------------------
       77  WRK-PAR-TAXA      PIC 9(03)V99 VALUE 10.
       77  WRK-PAR-LINHAS    PIC 9(05) VALUE 10.
       77  WRK-PAR-MINUTOS   PIC 9(05) VALUE 10.
       77  WRK-PAR-JANELA    PIC 9(05) VALUE 60.
       77  WRK-PAR-SANGRIAS  PIC 9(05) VALUE 2.

      *-------------- LINHAS DO DIA EM MEMORIA -----------------------
       77  WRK-QTD-LINHAS    PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05 WRK-LIN-ENTRY OCCURS 5000 TIMES.
              10 WRK-LIN-CODPROD  PIC 9(04).
              10 WRK-LIN-VALOR    PIC 9(05)V99.
              10 WRK-LIN-HORA     PIC 9(06).
              10 WRK-LIN-OPERADOR PIC X(08).
              10 WRK-LIN-TIPO     PIC X(01).
                 88 WRK-LIN-ESTORNO      VALUE "E".
              10 WRK-LIN-SW-USADA PIC X(01).
                 88 WRK-LIN-USADA        VALUE "S".
       77  WRK-LIN           PIC 9(04) VALUE ZEROS.
       77  WRK-ORI           PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ORIGINAL   PIC X(01) VALUE "N".
           88 WRK-ORIGINAL-ACHADA   VALUE "S".
       77  WRK-SW-CHEIA      PIC X(01) VALUE "N".
           88 WRK-TAB-CHEIA         VALUE "S".

      *-------------- SESSOES DE CAIXA DO PERIODO --------------------
       77  WRK-QTD-SESSOES   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SESSOES.
           05 WRK-SES-ENTRY OCCURS 400 TIMES.
              10 WRK-SES-DATA      PIC 9(08).
              10 WRK-SES-OPERADOR  PIC X(08).
              10 WRK-SES-ABERTURA  PIC 9(06).
              10 WRK-SES-FECHAMENTO PIC 9(06).
              10 WRK-SES-SANGRIAS  PIC 9(03).
              10 WRK-SES-FALTA     PIC 9(07)V99.
       77  WRK-SES           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-SESSAO     PIC X(01) VALUE "N".
           88 WRK-SESSAO-ACHADA     VALUE "S".
       77  WRK-SW-DIA-SESSAO PIC X(01) VALUE "N".
           88 WRK-DIA-COM-SESSAO    VALUE "S".

      *-------------- APONTAMENTOS POR OPERADOR ----------------------
       77  WRK-QTD-OPER      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-OPER.
           05 WRK-OPE-ENTRY OCCURS 20 TIMES.
              10 WRK-OPE-CODIGO   PIC X(08).
              10 WRK-OPE-VENDAS   PIC 9(05).
              10 WRK-OPE-ESTORNOS PIC 9(05).
              10 WRK-OPE-VLR-EST  PIC 9(07)V99.
              10 WRK-OPE-SEM-ORIG PIC 9(04).
              10 WRK-OPE-RAPIDOS  PIC 9(04).
              10 WRK-OPE-FORA     PIC 9(04).
              10 WRK-OPE-SANGRIAS PIC 9(04).
              10 WRK-OPE-FALTAS   PIC 9(04).
              10 WRK-OPE-VLR-FALTA PIC 9(08)V99.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-OPER-BUSCA    PIC X(08) VALUE SPACES.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-OPER-ACHADO       VALUE "S".
       77  WRK-SW-APONTADO   PIC X(01) VALUE "N".
           88 WRK-OPER-APONTADO     VALUE "S".
       77  WRK-TAXA          PIC 9(03)V99 VALUE ZEROS.

      *-------------- CONTA DE HORARIO (HHMMSS EM SEGUNDOS) ----------
       01  WRK-HORA-CALC     PIC 9(06) VALUE ZEROS.
       01  WRK-HORA-PARTES REDEFINES WRK-HORA-CALC.
           05 WRK-HORA-HH    PIC 9(02).
           05 WRK-HORA-MM    PIC 9(02).
           05 WRK-HORA-SS    PIC 9(02).
       77  WRK-SEGUNDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-VENDA     PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-ESTORNO   PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-LIMITE    PIC 9(07) VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-DIAS     PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-LIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-OCORR    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-APONT    PIC 9(02) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED       PIC ZZ9,99.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "CXSESSAO.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-CXSESSAO PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONCILIA PIC X(60) VALUE SPACES.
       01  WRK-PATH-PERDAPAR PIC X(60) VALUE SPACES.

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
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "EXCECOES DE CAIXA - PREVENCAO DE PERDAS".
           DISPLAY WRK-DATA-EXEC.
           DISPLAY "=========================================".
           PERFORM UNTIL WRK-MODO-DIA OR WRK-MODO-MES
              DISPLAY "RELATORIO DO DIA OU DO MES (D/M): "
                ACCEPT WRK-MODO
           END-PERFORM.
           IF WRK-MODO-DIA
              DISPLAY "DIGITE O DIA (AAAAMMDD, ZEROS = HOJE): "
                ACCEPT WRK-AAAAMMDD
              IF WRK-AAAAMMDD EQUAL ZEROS
                 ACCEPT WRK-AAAAMMDD FROM DATE YYYYMMDD
              END-IF
              MOVE WRK-AAAAMMDD(1:6) TO WRK-AAAAMM
              MOVE WRK-AAAAMMDD(7:2) TO WRK-DIA-INI
              MOVE WRK-DIA-INI       TO WRK-DIA-FIM
           ELSE
              DISPLAY "DIGITE O MES (AAAAMM): "
                ACCEPT WRK-AAAAMM
              MOVE 1  TO WRK-DIA-INI
              MOVE 31 TO WRK-DIA-FIM
           END-IF.
           COMPUTE WRK-DATA-INI = WRK-AAAAMM * 100 + WRK-DIA-INI.
           COMPUTE WRK-DATA-FIM = WRK-AAAAMM * 100 + WRK-DIA-FIM.
           DISPLAY "PERIODO " WRK-DATA-INI " A " WRK-DATA-FIM.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-AAAAMM BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-CXSESSAO WRK-SW-ARQUIVADO.
           PERFORM 0110-CARREGAR-LIMITES.
           PERFORM 0120-CARREGAR-SESSOES.
           PERFORM 0130-CARREGAR-FALTAS.
           DISPLAY "-----------------------------------------".
           DISPLAY "OCORRENCIAS".
           DISPLAY "-----------------------------------------".

       0110-CARREGAR-LIMITES        SECTION.
      *--------------------------------------------------------------
      *-------- LIMITES DO CARTAO PERDAPAR.txt; TIPO DESCONHECIDO E
      *-------- IGNORADO E SEM O CARTAO FICAM OS VALORES PADRAO
      *--------------------------------------------------------------
           OPEN INPUT PERDAPAR.
           IF FS-PERDAPAR NOT EQUAL 00
              DISPLAY "CARTAO PERDAPAR.txt AUSENTE - LIMITES PADRAO"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ PERDAPAR
           PERFORM UNTIL FS-PERDAPAR NOT EQUAL 00
              IF PAR-VALOR NUMERIC
                 EVALUATE PAR-TIPO
                    WHEN "TXEST"
                       MOVE PAR-PERC  TO WRK-PAR-TAXA
                    WHEN "LINHA"
                       MOVE PAR-VALOR TO WRK-PAR-LINHAS
                    WHEN "MINUT"
                       MOVE PAR-VALOR TO WRK-PAR-MINUTOS
                    WHEN "JANEL"
                       MOVE PAR-VALOR TO WRK-PAR-JANELA
                    WHEN "SANGR"
                       MOVE PAR-VALOR TO WRK-PAR-SANGRIAS
                 END-EVALUATE
              END-IF
              READ PERDAPAR
           END-PERFORM.
           CLOSE PERDAPAR.

       0110-CARREGAR-FIM.
           MOVE WRK-PAR-TAXA TO WRK-TAXA-ED.
           DISPLAY "LIMITES: ESTORNO " WRK-TAXA-ED "% (MINIMO "
                   WRK-PAR-LINHAS " LINHAS) / RAPIDO "
                   WRK-PAR-MINUTOS " MIN / " WRK-PAR-SANGRIAS
                   " SANGRIAS EM " WRK-PAR-JANELA " MIN".

       0120-CARREGAR-SESSOES        SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRA LEITURA: ABERTURA E FECHAMENTO CEGO DE CADA
      *-------- SESSAO DO PERIODO (DATA + OPERADOR); SEGUNDA LEITURA:
      *-------- SANGRIAS DENTRO DA JANELA ANTES DO FECHAMENTO
      *--------------------------------------------------------------
           OPEN INPUT CXSESSAO.
           IF FS-CXSESSAO NOT EQUAL 00
              DISPLAY "SEM CXSESSAO.txt - HORARIO DE SESSAO E "
                      "SANGRIAS NAO CONFERIDOS"
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ CXSESSAO
           PERFORM UNTIL FS-CXSESSAO NOT EQUAL 00
              IF SES-DATA NOT LESS WRK-DATA-INI
                 AND SES-DATA NOT GREATER WRK-DATA-FIM
                 AND (SES-EVENTO EQUAL "A" OR SES-EVENTO EQUAL "F")
                 PERFORM 0125-REGISTRAR-EVENTO
              END-IF
              READ CXSESSAO
           END-PERFORM.
           CLOSE CXSESSAO.
           COMPUTE WRK-SEG-LIMITE = WRK-PAR-JANELA * 60.
           OPEN INPUT CXSESSAO.
           READ CXSESSAO
           PERFORM UNTIL FS-CXSESSAO NOT EQUAL 00
              IF SES-DATA NOT LESS WRK-DATA-INI
                 AND SES-DATA NOT GREATER WRK-DATA-FIM
                 AND SES-EVENTO EQUAL "S"
                 MOVE SES-DATA     TO WRK-AAAAMMDD
                 MOVE SES-OPERADOR TO WRK-OPER-BUSCA
                 PERFORM 0810-ACHAR-SESSAO
                 IF WRK-SESSAO-ACHADA
                    AND WRK-SES-FECHAMENTO(WRK-SES) GREATER ZEROS
                    AND WRK-SES-FECHAMENTO(WRK-SES) NOT LESS SES-HORA
                    MOVE SES-HORA TO WRK-HORA-CALC
                    PERFORM 0900-HORA-EM-SEGUNDOS
                    MOVE WRK-SEGUNDOS TO WRK-SEG-VENDA
                    MOVE WRK-SES-FECHAMENTO(WRK-SES) TO WRK-HORA-CALC
                    PERFORM 0900-HORA-EM-SEGUNDOS
                    IF WRK-SEGUNDOS - WRK-SEG-VENDA
                       NOT GREATER WRK-SEG-LIMITE
                       ADD 1 TO WRK-SES-SANGRIAS(WRK-SES)
                    END-IF
                 END-IF
              END-IF
              READ CXSESSAO
           END-PERFORM.
           CLOSE CXSESSAO.

       0120-CARREGAR-FIM.
           EXIT.

       0125-REGISTRAR-EVENTO        SECTION.
           MOVE SES-DATA     TO WRK-AAAAMMDD.
           MOVE SES-OPERADOR TO WRK-OPER-BUSCA.
           PERFORM 0810-ACHAR-SESSAO.
           IF NOT WRK-SESSAO-ACHADA
              IF WRK-QTD-SESSOES NOT LESS 400
                 DISPLAY "TABELA DE SESSOES CHEIA - SESSAO "
                         SES-DATA " " SES-OPERADOR " FORA"
                 GO TO 0125-REGISTRAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-SESSOES
              MOVE WRK-QTD-SESSOES TO WRK-SES
              MOVE SES-DATA     TO WRK-SES-DATA(WRK-SES)
              MOVE SES-OPERADOR TO WRK-SES-OPERADOR(WRK-SES)
              MOVE ZEROS TO WRK-SES-ABERTURA(WRK-SES)
                            WRK-SES-FECHAMENTO(WRK-SES)
                            WRK-SES-SANGRIAS(WRK-SES)
                            WRK-SES-FALTA(WRK-SES)
           END-IF.
           IF SES-EVENTO EQUAL "A"
              MOVE SES-HORA TO WRK-SES-ABERTURA(WRK-SES)
           ELSE
              MOVE SES-HORA TO WRK-SES-FECHAMENTO(WRK-SES)
           END-IF.

       0125-REGISTRAR-FIM.
           EXIT.

       0130-CARREGAR-FALTAS         SECTION.
      *--------------------------------------------------------------
      *-------- CONCILIA.txt: FALTAS DO MES POR OPERADOR (HISTORICO
      *-------- DO CONCTRND) E FALTA DE CADA SESSAO DO PERIODO
      *--------------------------------------------------------------
           OPEN INPUT CONCILIA.
           IF FS-CONCILIA NOT EQUAL 00
              DISPLAY "SEM CONCILIA.txt - FALTAS DE CAIXA NAO "
                      "CONFERIDAS"
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ CONCILIA
           PERFORM UNTIL FS-CONCILIA NOT EQUAL 00
              IF CON-DATA(1:6) EQUAL WRK-AAAAMM
                 AND CON-DIF-SINAL EQUAL "-"
                 AND CON-DIFERENCA GREATER ZEROS
                 MOVE CON-OPERADOR TO WRK-OPER-BUSCA
                 PERFORM 0800-ACHAR-OPERADOR
                 IF WRK-OPER-ACHADO
                    ADD 1 TO WRK-OPE-FALTAS(WRK-IDX)
                    ADD CON-DIFERENCA TO WRK-OPE-VLR-FALTA(WRK-IDX)
                 END-IF
                 IF CON-DATA NOT LESS WRK-DATA-INI
                    AND CON-DATA NOT GREATER WRK-DATA-FIM
                    MOVE CON-DATA TO WRK-AAAAMMDD
                    PERFORM 0810-ACHAR-SESSAO
                    IF WRK-SESSAO-ACHADA
                       ADD CON-DIFERENCA TO WRK-SES-FALTA(WRK-SES)
                    END-IF
                 END-IF
              END-IF
              READ CONCILIA
           END-PERFORM.
           CLOSE CONCILIA.

       0130-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
      *-------- DIA A DIA DO PERIODO; DIA SEM ARQUIVO E PULADO, COMO
      *-------- NO VENDMENS
           PERFORM VARYING WRK-DIA FROM WRK-DIA-INI BY 1
                   UNTIL WRK-DIA GREATER WRK-DIA-FIM
              COMPUTE WRK-AAAAMMDD = WRK-AAAAMM * 100 + WRK-DIA
              MOVE SPACES TO WRK-VENDASDET-PATH
              STRING WRK-PATH-DIR   DELIMITED BY SPACES
                     "VENDASDET_"   DELIMITED BY SIZE
                     WRK-AAAAMMDD   DELIMITED BY SIZE
                     ".txt"         DELIMITED BY SIZE
                     INTO WRK-VENDASDET-PATH
              PERFORM 0210-CARREGAR-DIA
              PERFORM 0220-CONFERIR-ESTORNOS
           END-PERFORM.
           PERFORM 0240-CONFERIR-SANGRIAS.

       0210-CARREGAR-DIA            SECTION.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE "N"   TO WRK-SW-CHEIA.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0210-CARREGAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-DIAS.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              IF WRK-QTD-LINHAS LESS 5000
                 ADD 1 TO WRK-QTD-LINHAS
                 MOVE DET-CODPROD  TO WRK-LIN-CODPROD(WRK-QTD-LINHAS)
                 MOVE DET-VALOR    TO WRK-LIN-VALOR(WRK-QTD-LINHAS)
                 MOVE DET-HORA     TO WRK-LIN-HORA(WRK-QTD-LINHAS)
                 MOVE DET-OPERADOR TO WRK-LIN-OPERADOR(WRK-QTD-LINHAS)
                 MOVE DET-TIPO     TO WRK-LIN-TIPO(WRK-QTD-LINHAS)
                 MOVE "N"       TO WRK-LIN-SW-USADA(WRK-QTD-LINHAS)
              ELSE
                 IF NOT WRK-TAB-CHEIA
                    SET WRK-TAB-CHEIA TO TRUE
                    DISPLAY "DIA " WRK-AAAAMMDD " COM MAIS DE 5000 "
                            "LINHAS - RESTANTE NAO CONFERIDO"
                 END-IF
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0210-CARREGAR-FIM.
           EXIT.

       0220-CONFERIR-ESTORNOS       SECTION.
      *--------------------------------------------------------------
      *-------- VENDA CONTA NA BASE DA TAXA DO OPERADOR; CADA ESTORNO
      *-------- PROCURA A VENDA ORIGINAL E A SESSAO DO OPERADOR
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-DIA-SESSAO.
           PERFORM VARYING WRK-SES FROM 1 BY 1
                   UNTIL WRK-SES GREATER WRK-QTD-SESSOES
                      OR WRK-DIA-COM-SESSAO
              IF WRK-SES-DATA(WRK-SES) EQUAL WRK-AAAAMMDD
                 SET WRK-DIA-COM-SESSAO TO TRUE
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-LIN FROM 1 BY 1
                   UNTIL WRK-LIN GREATER WRK-QTD-LINHAS
              MOVE WRK-LIN-OPERADOR(WRK-LIN) TO WRK-OPER-BUSCA
              PERFORM 0800-ACHAR-OPERADOR
              IF WRK-OPER-ACHADO
                 IF WRK-LIN-ESTORNO(WRK-LIN)
                    ADD 1 TO WRK-OPE-ESTORNOS(WRK-IDX)
                    ADD WRK-LIN-VALOR(WRK-LIN)
                        TO WRK-OPE-VLR-EST(WRK-IDX)
                    PERFORM 0225-CASAR-ORIGINAL
                    IF WRK-DIA-COM-SESSAO
                       PERFORM 0230-CONFERIR-HORARIO
                    END-IF
                 ELSE
                    ADD 1 TO WRK-OPE-VENDAS(WRK-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       0225-CASAR-ORIGINAL          SECTION.
      *-------- ULTIMA VENDA AINDA NAO ESTORNADA DO MESMO PRODUTO E
      *-------- VALOR, ANTERIOR AO ESTORNO
           MOVE "N" TO WRK-SW-ORIGINAL.
           PERFORM VARYING WRK-ORI FROM WRK-LIN BY -1
                   UNTIL WRK-ORI LESS 1
                      OR WRK-ORIGINAL-ACHADA
              IF NOT WRK-LIN-ESTORNO(WRK-ORI)
                 AND NOT WRK-LIN-USADA(WRK-ORI)
                 AND WRK-LIN-CODPROD(WRK-ORI)
                     EQUAL WRK-LIN-CODPROD(WRK-LIN)
                 AND WRK-LIN-VALOR(WRK-ORI)
                     EQUAL WRK-LIN-VALOR(WRK-LIN)
                 SET WRK-ORIGINAL-ACHADA TO TRUE
                 SET WRK-LIN-USADA(WRK-ORI) TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ORIGINAL-ACHADA
              ADD 1 TO WRK-OPE-SEM-ORIG(WRK-IDX)
              MOVE "ESTORNO SEM VENDA ORIGINAL" TO WRK-MOTIVO
              PERFORM 0290-MOSTRAR-OCORRENCIA
              GO TO 0225-CASAR-FIM
           END-IF.
      *-------- O LACO SAI UMA POSICAO ALEM DA VENDA ACHADA
           ADD 1 TO WRK-ORI.
           IF WRK-LIN-OPERADOR(WRK-ORI) NOT EQUAL
              WRK-LIN-OPERADOR(WRK-LIN)
              GO TO 0225-CASAR-FIM
           END-IF.
           MOVE WRK-LIN-HORA(WRK-ORI) TO WRK-HORA-CALC.
           PERFORM 0900-HORA-EM-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-VENDA.
           MOVE WRK-LIN-HORA(WRK-LIN) TO WRK-HORA-CALC.
           PERFORM 0900-HORA-EM-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-ESTORNO.
           COMPUTE WRK-SEG-LIMITE = WRK-PAR-MINUTOS * 60.
           IF WRK-SEG-ESTORNO NOT LESS WRK-SEG-VENDA
              AND WRK-SEG-ESTORNO - WRK-SEG-VENDA
                  NOT GREATER WRK-SEG-LIMITE
              ADD 1 TO WRK-OPE-RAPIDOS(WRK-IDX)
              MOVE "VENDA ESTORNADA EM MINUTOS" TO WRK-MOTIVO
              PERFORM 0290-MOSTRAR-OCORRENCIA
           END-IF.

       0225-CASAR-FIM.
           EXIT.

       0230-CONFERIR-HORARIO        SECTION.
      *-------- ESTORNO FORA DA SESSAO DO OPERADOR (ANTES DA ABERTURA,
      *-------- DEPOIS DO FECHAMENTO CEGO OU SEM SESSAO NO DIA)
           MOVE WRK-LIN-OPERADOR(WRK-LIN) TO WRK-OPER-BUSCA.
           PERFORM 0810-ACHAR-SESSAO.
           EVALUATE TRUE
              WHEN NOT WRK-SESSAO-ACHADA
                 MOVE "ESTORNO SEM SESSAO ABERTA" TO WRK-MOTIVO
              WHEN WRK-LIN-HORA(WRK-LIN)
                   LESS WRK-SES-ABERTURA(WRK-SES)
                 MOVE "ESTORNO ANTES DA ABERTURA" TO WRK-MOTIVO
              WHEN WRK-SES-FECHAMENTO(WRK-SES) GREATER ZEROS
                   AND WRK-LIN-HORA(WRK-LIN)
                       GREATER WRK-SES-FECHAMENTO(WRK-SES)
                 MOVE "ESTORNO APOS O FECHAMENTO" TO WRK-MOTIVO
              WHEN OTHER
                 GO TO 0230-CONFERIR-FIM
           END-EVALUATE.
           ADD 1 TO WRK-OPE-FORA(WRK-IDX).
           PERFORM 0290-MOSTRAR-OCORRENCIA.

       0230-CONFERIR-FIM.
           EXIT.

       0240-CONFERIR-SANGRIAS       SECTION.
      *-------- SESSAO COM FALTA NO FECHAMENTO E SANGRIAS REPETIDAS
      *-------- NA JANELA ANTES DELE
           PERFORM VARYING WRK-SES FROM 1 BY 1
                   UNTIL WRK-SES GREATER WRK-QTD-SESSOES
              IF WRK-SES-FALTA(WRK-SES) GREATER ZEROS
                 AND WRK-SES-SANGRIAS(WRK-SES)
                     NOT LESS WRK-PAR-SANGRIAS
                 MOVE WRK-SES-OPERADOR(WRK-SES) TO WRK-OPER-BUSCA
                 PERFORM 0800-ACHAR-OPERADOR
                 IF WRK-OPER-ACHADO
                    ADD 1 TO WRK-OPE-SANGRIAS(WRK-IDX)
                 END-IF
                 ADD 1 TO WRK-ACUM-OCORR
                 MOVE WRK-SES-FALTA(WRK-SES) TO WRK-VALOR-ED
                 DISPLAY WRK-SES-DATA(WRK-SES) " "
                         WRK-SES-FECHAMENTO(WRK-SES) " "
                         WRK-SES-OPERADOR(WRK-SES) " "
                         WRK-SES-SANGRIAS(WRK-SES)
                         " SANGRIAS ANTES DO FECHAMENTO - FALTA "
                         WRK-VALOR-ED
              END-IF
           END-PERFORM.

       0290-MOSTRAR-OCORRENCIA      SECTION.
           ADD 1 TO WRK-ACUM-OCORR.
           MOVE WRK-LIN-VALOR(WRK-LIN) TO WRK-VALOR-ED.
           DISPLAY WRK-AAAAMMDD " " WRK-LIN-HORA(WRK-LIN) " "
                   WRK-LIN-OPERADOR(WRK-LIN) " PRODUTO "
                   WRK-LIN-CODPROD(WRK-LIN) WRK-VALOR-ED " "
                   WRK-MOTIVO.

       0300-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "RESUMO POR OPERADOR".
           DISPLAY "=========================================".
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-OPER
              PERFORM 0310-LISTAR-OPERADOR
           END-PERFORM.
           DISPLAY "=========================================".
           DISPLAY "DIAS COM MOVIMENTO...... " WRK-ACUM-DIAS.
           DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDOS.
           DISPLAY "SESSOES DO PERIODO...... " WRK-QTD-SESSOES.
           DISPLAY "OCORRENCIAS............. " WRK-ACUM-OCORR.
           DISPLAY "OPERADORES APONTADOS.... " WRK-ACUM-APONT.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RELATORIO DE EXCECOES".

       0310-LISTAR-OPERADOR         SECTION.
           MOVE "N"   TO WRK-SW-APONTADO.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-OPE-VENDAS(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-TAXA ROUNDED
                    = WRK-OPE-ESTORNOS(WRK-IDX) * 100
                    / WRK-OPE-VENDAS(WRK-IDX)
                ON SIZE ERROR
                   MOVE 999,99 TO WRK-TAXA
              END-COMPUTE
           END-IF.
           IF (WRK-TAXA GREATER WRK-PAR-TAXA
               AND WRK-OPE-VENDAS(WRK-IDX) NOT LESS WRK-PAR-LINHAS)
              OR WRK-OPE-SEM-ORIG(WRK-IDX) GREATER ZEROS
              OR WRK-OPE-RAPIDOS(WRK-IDX)  GREATER ZEROS
              OR WRK-OPE-FORA(WRK-IDX)     GREATER ZEROS
              OR WRK-OPE-SANGRIAS(WRK-IDX) GREATER ZEROS
              SET WRK-OPER-APONTADO TO TRUE
              ADD 1 TO WRK-ACUM-APONT
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-ED.
           MOVE WRK-OPE-VLR-EST(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "OPERADOR " WRK-OPE-CODIGO(WRK-IDX)
                   " VENDAS " WRK-OPE-VENDAS(WRK-IDX)
                   " ESTORNOS " WRK-OPE-ESTORNOS(WRK-IDX)
                   " (" WRK-TAXA-ED "%) " WRK-VALOR-ED.
           IF NOT WRK-OPER-APONTADO
              GO TO 0310-LISTAR-FIM
           END-IF.
           IF WRK-TAXA GREATER WRK-PAR-TAXA
              AND WRK-OPE-VENDAS(WRK-IDX) NOT LESS WRK-PAR-LINHAS
              DISPLAY "   *** TAXA DE ESTORNO ACIMA DO LIMITE ***"
           END-IF.
           DISPLAY "   SEM ORIGINAL " WRK-OPE-SEM-ORIG(WRK-IDX)
                   " RAPIDOS " WRK-OPE-RAPIDOS(WRK-IDX)
                   " FORA DA SESSAO " WRK-OPE-FORA(WRK-IDX)
                   " SANGRIAS/FALTA " WRK-OPE-SANGRIAS(WRK-IDX).
           MOVE WRK-OPE-VLR-FALTA(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "   HISTORICO DE FALTAS NO MES " WRK-AAAAMM ": "
                   WRK-OPE-FALTAS(WRK-IDX) " NO VALOR DE "
                   WRK-VALOR-ED.
           IF WRK-OPE-FALTAS(WRK-IDX) GREATER 1
              DISPLAY "   *** FALTAS RECORRENTES NO CAIXA - CONFERIR "
                      "COM O OPERADOR ***"
           END-IF.

       0310-LISTAR-FIM.
           EXIT.

       0800-ACHAR-OPERADOR          SECTION.
      *--------------------------------------------------------------
      *-------- POSICIONA WRK-IDX NO OPERADOR WRK-OPER-BUSCA,
      *-------- INCLUINDO NA TABELA SE FOR NOVO; TABELA CHEIA DEIXA
      *-------- O OPERADOR FORA
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-OPER
                      OR WRK-OPER-ACHADO
              IF WRK-OPE-CODIGO(WRK-IDX) EQUAL WRK-OPER-BUSCA
                 SET WRK-OPER-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-OPER-ACHADO
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-QTD-OPER LESS 20
                 ADD 1 TO WRK-QTD-OPER
                 MOVE WRK-QTD-OPER TO WRK-IDX
                 MOVE WRK-OPER-BUSCA TO WRK-OPE-CODIGO(WRK-IDX)
                 MOVE ZEROS TO WRK-OPE-VENDAS(WRK-IDX)
                               WRK-OPE-ESTORNOS(WRK-IDX)
                               WRK-OPE-VLR-EST(WRK-IDX)
                               WRK-OPE-SEM-ORIG(WRK-IDX)
                               WRK-OPE-RAPIDOS(WRK-IDX)
                               WRK-OPE-FORA(WRK-IDX)
                               WRK-OPE-SANGRIAS(WRK-IDX)
                               WRK-OPE-FALTAS(WRK-IDX)
                               WRK-OPE-VLR-FALTA(WRK-IDX)
                 SET WRK-OPER-ACHADO TO TRUE
              END-IF
           END-IF.

       0810-ACHAR-SESSAO            SECTION.
      *-------- SESSAO DA DATA WRK-AAAAMMDD DO OPERADOR WRK-OPER-BUSCA
           MOVE "N" TO WRK-SW-SESSAO.
           PERFORM VARYING WRK-SES FROM 1 BY 1
                   UNTIL WRK-SES GREATER WRK-QTD-SESSOES
                      OR WRK-SESSAO-ACHADA
              IF WRK-SES-DATA(WRK-SES) EQUAL WRK-AAAAMMDD
                 AND WRK-SES-OPERADOR(WRK-SES) EQUAL WRK-OPER-BUSCA
                 SET WRK-SESSAO-ACHADA TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-SESSAO-ACHADA
              SUBTRACT 1 FROM WRK-SES
           END-IF.

       0900-HORA-EM-SEGUNDOS        SECTION.
           COMPUTE WRK-SEGUNDOS = WRK-HORA-HH * 3600
                                + WRK-HORA-MM * 60
                                + WRK-HORA-SS.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "CXSESSAO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CXSESSAO.
           MOVE "CONCILIA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONCILIA.
           MOVE "PERDAPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PERDAPAR.
