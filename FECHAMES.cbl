       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: DRIVER DO FECHAMENTO DO MES - NO LUGAR DA LISTA DE
      *           PROGRAMAS RODADOS NA MAO, PRIMEIRO FAZ AS
      *           CONFERENCIAS QUE BLOQUEIAM O FECHAMENTO (DIA UTIL
      *           SEM FECHAMENTO DE CAIXA NO CONCILIA.txt OU COM
      *           SESSAO PENDENTE, NOTA DO LOG DE EMISSAO SEM TITULO
      *           NO CONTAS A RECEBER, COBRANCA DE FRETE RETIDA OU SEM
      *           COTACAO NO FRTDIV.txt, PRODUTO COM SALDO NEGATIVO NO
      *           ESTOQUE E CADEIA DO RODADIA INCOMPLETA NO
      *           RUNCTL.txt); DEPOIS RODA AS ETAPAS DO MES NA ORDEM
      *           (VENDMENS, ESTVALOR, ESTMARG, ICMSLIV, CRAGING,
      *           CPAGING, COMISSAO, SETCUSTO) E, COM TUDO CERTO E A
      *           CONFIRMACAO DO SUPERVISOR, FECHA O MES NO
      *           PERIODO.txt (COMO O PERMANT) E REGISTRA QUEM APROVOU
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESTRITO AO PERFIL "S" DO SIGN-ON (OPSIGNON),
      *              COMO O PERMANT. CADA ETAPA E REGISTRADA NO
      *              CONTROLE FECHCTL.txt (MES, ETAPA, DATA, HORA DE
      *              INICIO E FIM, STATUS OK/ER, OPERADOR); A ETAPA
      *              "CONFERE" E O RESULTADO DAS CONFERENCIAS E A
      *              ETAPA "FECHADO" GUARDA O SUPERVISOR QUE APROVOU O
      *              FECHAMENTO. UMA EXECUCAO INTERROMPIDA PODE SER
      *              RETOMADA DA ETAPA QUE FALHOU - AS JA ENCERRADAS OK
      *              NO MES SAO PULADAS. AS CONFERENCIAS RODAM SEMPRE,
      *              INCLUSIVE NA RETOMADA. ETAPA QUE PEDE O MES DEVE
      *              RECEBER O MESMO MES DO FECHAMENTO
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      * 15/10/2026 JV - BACKUP AVULSO DOS CADASTROS (MSTUNLD, CODIGOS DO
      *                 MSTCOPY) NO RUNCTL NAO CONTA MAIS COMO CADEIA
      *                 DIARIA INCOMPLETA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT FECHCTL ASSIGN TO WRK-PATH-FECHCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FECHCTL.

           SELECT PERIODO ASSIGN TO WRK-PATH-PERIODO
             FILE STATUS IS FS-PERIODO.

           SELECT CONCILIA ASSIGN TO WRK-PATH-CONCILIA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONCILIA.

           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT FRTDIV ASSIGN TO WRK-PATH-FRTDIV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRTDIV.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT RUNCTL ASSIGN TO WRK-PATH-RUNCTL
             FILE STATUS IS FS-RUNCTL.


       DATA DIVISION.
       FILE SECTION.
       FD  FECHCTL.
       01  REG-FECHCTL.
           05 FCH-MES        PIC 9(06).
           05 FILLER         PIC X(01).
           05 FCH-ETAPA      PIC X(08).
           05 FILLER         PIC X(01).
           05 FCH-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 FCH-INICIO     PIC 9(06).
           05 FILLER         PIC X(01).
           05 FCH-FIM        PIC 9(06).
           05 FILLER         PIC X(01).
           05 FCH-STATUS     PIC X(02).
           05 FILLER         PIC X(01).
           05 FCH-OPERADOR   PIC X(08).

       FD  PERIODO.
       01  REG-PERIODO.
           05 PER-MES        PIC 9(06).
           05 FILLER         PIC X(01).
           05 PER-STATUS     PIC X(01).

       FD  CONCILIA.
       COPY "CONCOPY.cpy".

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  FRTDIV.
       01  REG-FRTDIV.
           05 DIV-DATA-PROC  PIC 9(08).
           05 FILLER         PIC X(01).
           05 DIV-TRANSP     PIC 9(04).
           05 FILLER         PIC X(01).
           05 DIV-DATA-EMB   PIC 9(08).
           05 FILLER         PIC X(01).
           05 DIV-PRODUTO    PIC X(30).
           05 FILLER         PIC X(01).
           05 DIV-UF         PIC X(02).
           05 FILLER         PIC X(01).
           05 DIV-COTADO     PIC 9(08)V99.
           05 FILLER         PIC X(01).
           05 DIV-COBRADO    PIC 9(08)V99.
           05 FILLER         PIC X(01).
           05 DIV-DECISAO    PIC X(01).

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  RUNCTL.
       01  REG-RUNCTL.
           05 RUN-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 RUN-ETAPA      PIC X(08).
           05 FILLER         PIC X(01).
           05 RUN-INICIO     PIC 9(06).
           05 FILLER         PIC X(01).
           05 RUN-FIM        PIC 9(06).
           05 FILLER         PIC X(01).
           05 RUN-STATUS     PIC X(02).


       WORKING-STORAGE            SECTION.
       77  FS-FECHCTL   PIC 9(02) VALUE ZEROS.
       77  FS-PERIODO   PIC 9(02) VALUE ZEROS.
       77  FS-CONCILIA  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-FRTDIV    PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-RUNCTL    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FECHAMES".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "FECHCTL.txt".

      *-------------- ETAPAS DO FECHAMENTO, NA ORDEM ----------------
       01  WRK-TAB-ETAPAS.
           05 FILLER PIC X(08) VALUE "VENDMENS".
           05 FILLER PIC X(08) VALUE "ESTVALOR".
           05 FILLER PIC X(08) VALUE "ESTMARG".
           05 FILLER PIC X(08) VALUE "ICMSLIV".
           05 FILLER PIC X(08) VALUE "CRAGING".
           05 FILLER PIC X(08) VALUE "CPAGING".
           05 FILLER PIC X(08) VALUE "COMISSAO".
           05 FILLER PIC X(08) VALUE "SETCUSTO".
       01  WRK-TAB-ETAPAS-R REDEFINES WRK-TAB-ETAPAS.
           05 WRK-ETAPA      PIC X(08) OCCURS 8 TIMES.
       01  WRK-TAB-FEITAS.
           05 WRK-ETAPA-FEITA PIC X(01) OCCURS 8 TIMES.
              88 WRK-ETAPA-OK          VALUE "S".
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-FEITAS    PIC 9(02) VALUE ZEROS.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-MES-HOJE      PIC 9(06) VALUE ZEROS.
       01  WRK-MES-HOJE-R REDEFINES WRK-MES-HOJE.
           05 WRK-ANO-HOJE   PIC 9(04).
           05 WRK-MM-HOJE    PIC 9(02).
       77  WRK-MES           PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-DIA      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-HORA          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77  WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77  WRK-FCH-ETAPA     PIC X(08) VALUE SPACES.
       77  WRK-FCH-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

       77  WRK-SW-SEGUE      PIC X(01) VALUE "S".
           88 WRK-SEGUE             VALUE "S".
       77  WRK-SW-RETOMAR    PIC X(01) VALUE "N".
           88 WRK-RETOMAR           VALUE "S" "s".
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

      *-------------- DIA UTIL (MODULO DIAUTIL) ----------------------
       77  WRK-DIAUTIL-OPER  PIC X(01) VALUE "E".
       77  WRK-DATA-UTIL     PIC 9(08) VALUE ZEROS.
       77  WRK-SW-DIA-UTIL   PIC X(01) VALUE "N".
           88 WRK-E-DIA-UTIL         VALUE "S".

      *-------------- SITUACAO DE CADA DIA DO MES --------------------
       01  WRK-TAB-DIAS.
           05 WRK-DIA-ENTRY OCCURS 31 TIMES.
              10 WRK-DIA-CAIXA     PIC X(01).
                 88 WRK-DIA-CAIXA-FECHADO  VALUE "S".
              10 WRK-DIA-PENDENTE  PIC 9(03).
              10 WRK-DIA-CADEIA    PIC X(01).
                 88 WRK-DIA-CADEIA-RODOU   VALUE "S".
              10 WRK-DIA-CADEIA-OK PIC X(01).
                 88 WRK-DIA-CADEIA-ENCERRADA VALUE "S".

      *-------- CODIGOS DO BACKUP DOS CADASTROS: O MSTUNLD AVULSO
      *-------- GRAVA NO RUNCTL SEM SER CADEIA DO RODADIA
       COPY "MSTCOPY.cpy".
       77  WRK-IDX-MST       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-BACKUP     PIC X(01) VALUE "N".
           88 WRK-E-BACKUP          VALUE "S".

      *-------- SESSOES DE CAIXA DO MES: VALE A ULTIMA LINHA DE CADA
      *-------- DIA + LOJA + SESSAO (SESSAO PENDENTE FECHADA DEPOIS
      *-------- NAO BLOQUEIA)
       77  WRK-QTD-SES       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SES.
           05 WRK-SES-ENTRY OCCURS 500 TIMES.
              10 WRK-SES-DIA       PIC 9(02).
              10 WRK-SES-LOJA      PIC 9(02).
              10 WRK-SES-SESSAO    PIC 9(06).
              10 WRK-SES-PENDENTE  PIC X(01).
       77  WRK-IDX-SES       PIC 9(03) VALUE ZEROS.
       77  WRK-LOJA          PIC 9(02) VALUE ZEROS.
       77  WRK-SESSAO        PIC 9(06) VALUE ZEROS.

      *-------- NOTAS DO MES NO LOG: VALE A ULTIMA LINHA DE CADA
      *-------- SERIE + NF
       77  WRK-QTD-NOTAS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NOTAS.
           05 WRK-NOTA-ENTRY OCCURS 500 TIMES.
              10 WRK-NOTA-SERIE    PIC 9(03).
              10 WRK-NOTA-NF       PIC 9(06).
              10 WRK-NOTA-CLIENTE  PIC 9(04).
              10 WRK-NOTA-SITUACAO PIC X(01).
       77  WRK-IDX-NOTA      PIC 9(03) VALUE ZEROS.

      *-------- COBRANCAS DE FRETE: VALE A ULTIMA DECISAO DE CADA
      *-------- TRANSPORTADORA + EMBARQUE + PRODUTO + UF
       77  WRK-QTD-FRT       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FRT.
           05 WRK-FRT-ENTRY OCCURS 500 TIMES.
              10 WRK-FRT-TRANSP    PIC 9(04).
              10 WRK-FRT-DATA-EMB  PIC 9(08).
              10 WRK-FRT-PRODUTO   PIC X(30).
              10 WRK-FRT-UF        PIC X(02).
              10 WRK-FRT-DECISAO   PIC X(01).
       77  WRK-IDX-FRT       PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PROBLEMAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CAIXA     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RECEBER   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-FRETE     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ESTOQUE   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CADEIAS   PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-DATA-ED       PIC X(10) VALUE SPACES.
       77  WRK-SALDO-ED      PIC -ZZZZ9.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "NOTASLOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FECHCTL   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PERIODO   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONCILIA  PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-FRTDIV    PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE   PIC X(60) VALUE SPACES.
       01  WRK-PATH-RUNCTL    PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
      *-------- FECHAR O MES E DECISAO DE SUPERVISOR, COMO NO
      *-------- PERMANT; QUEM ENTRA AQUI E QUEM APROVA O FECHAMENTO
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              OR NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "FECHAMENTO DO MES E RESTRITO A "
                      "SUPERVISORES - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM   0100-INICIALIZAR
           IF WRK-SEGUE
              PERFORM 0200-CONFERIR
           END-IF
           IF WRK-SEGUE
              PERFORM 0300-RODAR-ETAPAS
           END-IF
           IF WRK-SEGUE
              PERFORM 0400-FECHAR-PERIODO
           END-IF
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-HOJE.
           DISPLAY "========================================".
           DISPLAY "FECHAMENTO DO MES".
           DISPLAY "========================================".
           DISPLAY "MES A FECHAR (AAAAMM, 0 = MES ANTERIOR): "
             ACCEPT WRK-MES.
           IF WRK-MES EQUAL ZEROS
              IF WRK-MM-HOJE EQUAL 01
                 COMPUTE WRK-MES = (WRK-ANO-HOJE - 1) * 100 + 12
              ELSE
                 COMPUTE WRK-MES = WRK-MES-HOJE - 1
              END-IF
           END-IF.
           IF WRK-MES(5:2) LESS 01 OR WRK-MES(5:2) GREATER 12
              DISPLAY "MES " WRK-MES " INVALIDO - FECHAMENTO NAO RODA"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           IF WRK-MES NOT LESS WRK-MES-HOJE
              DISPLAY "MES " WRK-MES " AINDA NAO TERMINOU - "
                      "FECHAMENTO NAO RODA"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           COMPUTE WRK-DATA-INI = WRK-MES * 100 + 1.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-MES BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-NOTASLOG WRK-SW-ARQUIVADO.
           CALL "PERCHK" USING WRK-DATA-INI WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES " WRK-MES " JA FECHADO NO CONTROLE DE "
                      "PERIODO - PARA REFAZER, REABRIR NO PERMANT"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           PERFORM 0110-CALCULAR-FIM-MES.
           PERFORM 0120-CARREGAR-CONTROLE.

       0100-INICIALIZAR-FIM.
           EXIT.

       0110-CALCULAR-FIM-MES        SECTION.
      *-------- ULTIMO DIA DO MES: AVANCA DIA A DIA (MODULO DATAADD)
      *-------- ATE A DATA SEGUINTE CAIR EM OUTRO MES
           MOVE WRK-DATA-INI TO WRK-DATA-FIM.
           CALL "DATAADD" USING WRK-DATA-FIM WRK-UM-DIA WRK-DATA-PROX.
           PERFORM UNTIL WRK-DATA-PROX(1:6) NOT EQUAL WRK-MES
              MOVE WRK-DATA-PROX TO WRK-DATA-FIM
              CALL "DATAADD" USING WRK-DATA-FIM WRK-UM-DIA
                                    WRK-DATA-PROX
           END-PERFORM.

       0120-CARREGAR-CONTROLE       SECTION.
      *--------------------------------------------------------------
      *-------- ETAPAS DO MES JA ENCERRADAS OK NO FECHCTL (VALE A
      *-------- ULTIMA LINHA DE CADA ETAPA); HAVENDO ALGUMA, O
      *-------- SUPERVISOR ESCOLHE RETOMAR DA QUE FALHOU OU REFAZER
      *-------- TODAS
      *--------------------------------------------------------------
           MOVE ALL "N" TO WRK-TAB-FEITAS.
           MOVE ZEROS   TO WRK-QTD-FEITAS.
           OPEN INPUT FECHCTL.
           IF FS-FECHCTL NOT EQUAL 00
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ FECHCTL
           PERFORM UNTIL FS-FECHCTL NOT EQUAL 00
              IF FCH-MES EQUAL WRK-MES
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                         UNTIL WRK-IDX GREATER 8
                    IF WRK-ETAPA(WRK-IDX) EQUAL FCH-ETAPA
                       IF FCH-STATUS EQUAL "OK"
                          MOVE "S" TO WRK-ETAPA-FEITA(WRK-IDX)
                       ELSE
                          MOVE "N" TO WRK-ETAPA-FEITA(WRK-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ FECHCTL
           END-PERFORM.
           CLOSE FECHCTL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 8
              IF WRK-ETAPA-OK(WRK-IDX)
                 ADD 1 TO WRK-QTD-FEITAS
              END-IF
           END-PERFORM.
           IF WRK-QTD-FEITAS GREATER ZEROS
              DISPLAY "FECHAMENTO DE " WRK-MES " JA TEM "
                      WRK-QTD-FEITAS " ETAPA(S) ENCERRADA(S) OK"
              DISPLAY "RETOMAR DA ETAPA QUE FALTA (S) OU REFAZER "
                      "TODAS (N)? "
                ACCEPT WRK-SW-RETOMAR
              IF NOT WRK-RETOMAR
                 MOVE ALL "N" TO WRK-TAB-FEITAS
              END-IF
           END-IF.

       0120-CARREGAR-FIM.
           EXIT.

       0200-CONFERIR                SECTION.
      *--------------------------------------------------------------
      *-------- CONFERENCIAS QUE BLOQUEIAM O FECHAMENTO; QUALQUER
      *-------- PENDENCIA ENCERRA O DRIVER COM RETURN-CODE 16 ANTES
      *-------- DE RODAR AS ETAPAS
      *--------------------------------------------------------------
           DISPLAY "----------------------------------------".
           DISPLAY "CONFERENCIAS DE " WRK-MES.
           DISPLAY "----------------------------------------".
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-INICIO.
           INITIALIZE WRK-TAB-DIAS.
           PERFORM 0210-CONFERIR-CAIXA.
           PERFORM 0220-CONFERIR-RECEBER.
           PERFORM 0230-CONFERIR-FRETE.
           PERFORM 0240-CONFERIR-ESTOQUE.
           PERFORM 0250-CONFERIR-CADEIAS.
           COMPUTE WRK-ACUM-PROBLEMAS = WRK-ACUM-CAIXA
                                      + WRK-ACUM-RECEBER
                                      + WRK-ACUM-FRETE
                                      + WRK-ACUM-ESTOQUE
                                      + WRK-ACUM-CADEIAS.
           DISPLAY "----------------------------------------".
           DISPLAY "CAIXA NAO FECHADO/PENDENTE..: " WRK-ACUM-CAIXA.
           DISPLAY "NOTAS SEM CONTAS A RECEBER..: " WRK-ACUM-RECEBER.
           DISPLAY "COBRANCAS DE FRETE PENDENTES: " WRK-ACUM-FRETE.
           DISPLAY "PRODUTOS COM SALDO NEGATIVO.: " WRK-ACUM-ESTOQUE.
           DISPLAY "CADEIAS DIARIAS INCOMPLETAS.: " WRK-ACUM-CADEIAS.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-FIM.
           MOVE "CONFERE" TO WRK-FCH-ETAPA.
           IF WRK-ACUM-PROBLEMAS EQUAL ZEROS
              MOVE "OK" TO WRK-FCH-STATUS
              PERFORM 0600-GRAVAR-FECHCTL
              DISPLAY "CONFERENCIAS OK"
           ELSE
              MOVE "ER" TO WRK-FCH-STATUS
              PERFORM 0600-GRAVAR-FECHCTL
              DISPLAY "*** FECHAMENTO BLOQUEADO - " WRK-ACUM-PROBLEMAS
                      " PENDENCIA(S) A RESOLVER ***"
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
           END-IF.

       0210-CONFERIR-CAIXA          SECTION.
      *--------------------------------------------------------------
      *-------- TODO DIA UTIL DO MES (MODULO DIAUTIL) PRECISA DE
      *-------- FECHAMENTO NO CONCILIA.txt, SEM SESSAO QUE TENHA
      *-------- FICADO PENDENTE (SEM DECLARACAO NO FECHAMENTO CEGO)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-SES.
           OPEN INPUT CONCILIA.
           IF FS-CONCILIA EQUAL 00
              READ CONCILIA
              PERFORM UNTIL FS-CONCILIA NOT EQUAL 00
                 IF CON-DATA(1:6) EQUAL WRK-MES
                    PERFORM 0215-GUARDAR-SESSAO
                 END-IF
                 READ CONCILIA
              END-PERFORM
              CLOSE CONCILIA
           END-IF.
           PERFORM VARYING WRK-IDX-SES FROM 1 BY 1
                   UNTIL WRK-IDX-SES GREATER WRK-QTD-SES
              MOVE WRK-SES-DIA(WRK-IDX-SES) TO WRK-DIA
              MOVE "S" TO WRK-DIA-CAIXA(WRK-DIA)
              IF WRK-SES-PENDENTE(WRK-IDX-SES) EQUAL "S"
                 ADD 1 TO WRK-DIA-PENDENTE(WRK-DIA)
              END-IF
           END-PERFORM.
           MOVE WRK-DATA-INI TO WRK-DATA-DIA.
           PERFORM UNTIL WRK-DATA-DIA GREATER WRK-DATA-FIM
              MOVE WRK-DATA-DIA(7:2) TO WRK-DIA
              MOVE "E" TO WRK-DIAUTIL-OPER
              CALL "DIAUTIL" USING WRK-DIAUTIL-OPER WRK-DATA-DIA
                                    WRK-DATA-UTIL WRK-SW-DIA-UTIL
              MOVE SPACES TO WRK-DATA-ED
              STRING WRK-DATA-DIA(7:2) "/" WRK-DATA-DIA(5:2) "/"
                     WRK-DATA-DIA(1:4)
                     DELIMITED BY SIZE INTO WRK-DATA-ED
              EVALUATE TRUE
                 WHEN WRK-DIA-PENDENTE(WRK-DIA) GREATER ZEROS
                    ADD 1 TO WRK-ACUM-CAIXA
                    DISPLAY "CAIXA " WRK-DATA-ED " COM "
                            WRK-DIA-PENDENTE(WRK-DIA)
                            " SESSAO(OES) PENDENTE(S) NO CONCILIA"
                 WHEN WRK-E-DIA-UTIL
                      AND NOT WRK-DIA-CAIXA-FECHADO(WRK-DIA)
                    ADD 1 TO WRK-ACUM-CAIXA
                    DISPLAY "CAIXA " WRK-DATA-ED " SEM FECHAMENTO "
                            "NO CONCILIA (EXCBL22)"
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              CALL "DATAADD" USING WRK-DATA-DIA WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-DIA
           END-PERFORM.

       0215-GUARDAR-SESSAO          SECTION.
      *-------- REGISTRO ANTIGO SEM LOJA VALE COMO LOJA 01 E SEM
      *-------- SESSAO COMO O DIA INTEIRO, IGUAL AOS OUTROS LEITORES
           IF CON-LOJA NUMERIC AND CON-LOJA GREATER ZEROS
              MOVE CON-LOJA TO WRK-LOJA
           ELSE
              MOVE 1 TO WRK-LOJA
           END-IF.
           IF CON-SESSAO NUMERIC
              MOVE CON-SESSAO TO WRK-SESSAO
           ELSE
              MOVE ZEROS TO WRK-SESSAO
           END-IF.
           MOVE CON-DATA(7:2) TO WRK-DIA.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-SES FROM 1 BY 1
                   UNTIL WRK-IDX-SES GREATER WRK-QTD-SES
                      OR WRK-ACHOU
              IF WRK-SES-DIA(WRK-IDX-SES)    EQUAL WRK-DIA
                 AND WRK-SES-LOJA(WRK-IDX-SES)   EQUAL WRK-LOJA
                 AND WRK-SES-SESSAO(WRK-IDX-SES) EQUAL WRK-SESSAO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-SES
           ELSE
              IF WRK-QTD-SES EQUAL 500
                 DISPLAY "MAIS DE 500 FECHAMENTOS DE CAIXA NO MES - "
                         "EXCEDENTES NAO CONFERIDOS"
                 GO TO 0215-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-SES
              MOVE WRK-QTD-SES TO WRK-IDX-SES
              MOVE WRK-DIA     TO WRK-SES-DIA(WRK-IDX-SES)
              MOVE WRK-LOJA    TO WRK-SES-LOJA(WRK-IDX-SES)
              MOVE WRK-SESSAO  TO WRK-SES-SESSAO(WRK-IDX-SES)
           END-IF.
           IF CON-NOTA(1:8) EQUAL "PENDENTE"
              MOVE "S" TO WRK-SES-PENDENTE(WRK-IDX-SES)
           ELSE
              MOVE "N" TO WRK-SES-PENDENTE(WRK-IDX-SES)
           END-IF.

       0215-GUARDAR-FIM.
           EXIT.

       0220-CONFERIR-RECEBER        SECTION.
      *--------------------------------------------------------------
      *-------- TODA NOTA NORMAL DO MES NO LOG DE EMISSAO TEM AO
      *-------- MENOS UMA PARCELA NO CONTAS A RECEBER (O EXCBL23
      *-------- LANCA ATE A VISTA); BLOQUEADA PELO CREDITO E
      *-------- CANCELADA NAO TEM TITULO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-NOTAS.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              DISPLAY "LOG DE EMISSAO (NOTASLOG.txt) AUSENTE - SEM "
                      "NOTAS A CONFERIR"
              GO TO 0220-CONFERIR-FIM
           END-IF.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              IF NL-DATA(1:6) EQUAL WRK-MES
                 PERFORM 0225-GUARDAR-NOTA
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.
           IF WRK-QTD-NOTAS EQUAL ZEROS
              GO TO 0220-CONFERIR-FIM
           END-IF.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "CONTASREC"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CONTASREC TO FS-FECHCTL
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA GREATER WRK-QTD-NOTAS
              IF WRK-NOTA-SITUACAO(WRK-IDX-NOTA) EQUAL "N"
                 MOVE WRK-NOTA-NF(WRK-IDX-NOTA) TO CR-NF
                 MOVE ZEROS TO CR-PARCELA
                 MOVE "N" TO WRK-SW-ACHOU
                 START CONTASREC KEY NOT LESS CR-CHAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      READ CONTASREC NEXT
                      IF FS-CONTASREC EQUAL 00
                         AND CR-NF EQUAL WRK-NOTA-NF(WRK-IDX-NOTA)
                         SET WRK-ACHOU TO TRUE
                      END-IF
                 END-START
                 IF NOT WRK-ACHOU
                    ADD 1 TO WRK-ACUM-RECEBER
                    DISPLAY "NF " WRK-NOTA-NF(WRK-IDX-NOTA) " SERIE "
                            WRK-NOTA-SERIE(WRK-IDX-NOTA) " CLIENTE "
                            WRK-NOTA-CLIENTE(WRK-IDX-NOTA)
                            " SEM TITULO NO CONTAS A RECEBER"
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CONTASREC.

       0220-CONFERIR-FIM.
           EXIT.

       0225-GUARDAR-NOTA            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA GREATER WRK-QTD-NOTAS
                      OR WRK-ACHOU
              IF WRK-NOTA-SERIE(WRK-IDX-NOTA) EQUAL NL-SERIE
                 AND WRK-NOTA-NF(WRK-IDX-NOTA) EQUAL NL-NF
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-NOTA
           ELSE
              IF WRK-QTD-NOTAS EQUAL 500
                 DISPLAY "MAIS DE 500 NOTAS NO MES - EXCEDENTES NAO "
                         "CONFERIDAS"
                 GO TO 0225-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-NOTAS
              MOVE WRK-QTD-NOTAS TO WRK-IDX-NOTA
              MOVE NL-SERIE TO WRK-NOTA-SERIE(WRK-IDX-NOTA)
              MOVE NL-NF    TO WRK-NOTA-NF(WRK-IDX-NOTA)
           END-IF.
           MOVE NL-CLIENTE  TO WRK-NOTA-CLIENTE(WRK-IDX-NOTA).
           MOVE NL-SITUACAO TO WRK-NOTA-SITUACAO(WRK-IDX-NOTA).

       0225-GUARDAR-FIM.
           EXIT.

       0230-CONFERIR-FRETE          SECTION.
      *--------------------------------------------------------------
      *-------- COBRANCA DE FRETE EMBARCADA ATE O FIM DO MES CUJA
      *-------- ULTIMA DECISAO NO FRETCONF FOI "R" (RETIDA, ESPERANDO
      *-------- SUPERVISOR) OU "S" (SEM COTACAO) ESTA PENDENTE
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-FRT.
           OPEN INPUT FRTDIV.
           IF FS-FRTDIV NOT EQUAL 00
              GO TO 0230-CONFERIR-FIM
           END-IF.
           READ FRTDIV
           PERFORM UNTIL FS-FRTDIV NOT EQUAL 00
              IF DIV-DATA-EMB NOT GREATER WRK-DATA-FIM
                 PERFORM 0235-GUARDAR-COBRANCA
              END-IF
              READ FRTDIV
           END-PERFORM.
           CLOSE FRTDIV.
           PERFORM VARYING WRK-IDX-FRT FROM 1 BY 1
                   UNTIL WRK-IDX-FRT GREATER WRK-QTD-FRT
              IF WRK-FRT-DECISAO(WRK-IDX-FRT) EQUAL "R" OR "S"
                 ADD 1 TO WRK-ACUM-FRETE
                 MOVE SPACES TO WRK-DATA-ED
                 STRING WRK-FRT-DATA-EMB(WRK-IDX-FRT)(7:2) "/"
                        WRK-FRT-DATA-EMB(WRK-IDX-FRT)(5:2) "/"
                        WRK-FRT-DATA-EMB(WRK-IDX-FRT)(1:4)
                        DELIMITED BY SIZE INTO WRK-DATA-ED
                 IF WRK-FRT-DECISAO(WRK-IDX-FRT) EQUAL "R"
                    DISPLAY "FRETE TRANSP " WRK-FRT-TRANSP(WRK-IDX-FRT)
                            " " WRK-DATA-ED " "
                            WRK-FRT-PRODUTO(WRK-IDX-FRT)
                            " RETIDO NO FRETCONF"
                 ELSE
                    DISPLAY "FRETE TRANSP " WRK-FRT-TRANSP(WRK-IDX-FRT)
                            " " WRK-DATA-ED " "
                            WRK-FRT-PRODUTO(WRK-IDX-FRT)
                            " SEM COTACAO NO FRETCONF"
                 END-IF
              END-IF
           END-PERFORM.

       0230-CONFERIR-FIM.
           EXIT.

       0235-GUARDAR-COBRANCA        SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-FRT FROM 1 BY 1
                   UNTIL WRK-IDX-FRT GREATER WRK-QTD-FRT
                      OR WRK-ACHOU
              IF WRK-FRT-TRANSP(WRK-IDX-FRT)       EQUAL DIV-TRANSP
                 AND WRK-FRT-DATA-EMB(WRK-IDX-FRT) EQUAL DIV-DATA-EMB
                 AND WRK-FRT-PRODUTO(WRK-IDX-FRT)  EQUAL DIV-PRODUTO
                 AND WRK-FRT-UF(WRK-IDX-FRT)       EQUAL DIV-UF
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-FRT
           ELSE
              IF WRK-QTD-FRT EQUAL 500
                 DISPLAY "MAIS DE 500 COBRANCAS DE FRETE - "
                         "EXCEDENTES NAO CONFERIDAS"
                 GO TO 0235-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-FRT
              MOVE WRK-QTD-FRT  TO WRK-IDX-FRT
              MOVE DIV-TRANSP   TO WRK-FRT-TRANSP(WRK-IDX-FRT)
              MOVE DIV-DATA-EMB TO WRK-FRT-DATA-EMB(WRK-IDX-FRT)
              MOVE DIV-PRODUTO  TO WRK-FRT-PRODUTO(WRK-IDX-FRT)
              MOVE DIV-UF       TO WRK-FRT-UF(WRK-IDX-FRT)
           END-IF.
           MOVE DIV-DECISAO TO WRK-FRT-DECISAO(WRK-IDX-FRT).

       0235-GUARDAR-FIM.
           EXIT.

       0240-CONFERIR-ESTOQUE        SECTION.
      *-------- SALDO NEGATIVO NA FICHA DE ESTOQUE E VENDA SEM
      *-------- ENTRADA REGISTRADA - ACERTAR ANTES DA VALORACAO
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              DISPLAY "ESTOQUE (ESTOQUE.DAT) AUSENTE - SEM SALDOS A "
                      "CONFERIR"
              GO TO 0240-CONFERIR-FIM
           END-IF.
           READ ESTOQUE
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              IF EST-SALDO LESS ZEROS
                 ADD 1 TO WRK-ACUM-ESTOQUE
                 MOVE EST-SALDO TO WRK-SALDO-ED
                 DISPLAY "PRODUTO " EST-CODIGO " COM SALDO NEGATIVO "
                         WRK-SALDO-ED
              END-IF
              READ ESTOQUE
           END-PERFORM.
           CLOSE ESTOQUE.

       0240-CONFERIR-FIM.
           EXIT.

       0250-CONFERIR-CADEIAS        SECTION.
      *-------- DATA DO MES COM ETAPA REGISTRADA NO RUNCTL E SEM O
      *-------- ENCERRAMENTO "CADEIA"/"OK" E CADEIA DO RODADIA QUE
      *-------- CAIU NO MEIO E NAO FOI RODADA DE NOVO. LINHA DE
      *-------- BACKUP DE CADASTRO (CODIGO DO MSTCOPY) NAO CONTA COMO
      *-------- CADEIA - O MSTUNLD TAMBEM RODA SOZINHO
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT EQUAL 00
              GO TO 0250-CONFERIR-FIM
           END-IF.
           READ RUNCTL
           PERFORM UNTIL FS-RUNCTL NOT EQUAL 00
              MOVE "N" TO WRK-SW-BACKUP
              PERFORM VARYING WRK-IDX-MST FROM 1 BY 1
                      UNTIL WRK-IDX-MST GREATER MST-QTD
                         OR WRK-E-BACKUP
                 IF RUN-ETAPA EQUAL MST-GERACAO(WRK-IDX-MST)
                    SET WRK-E-BACKUP TO TRUE
                 END-IF
              END-PERFORM
              IF RUN-DATA(1:6) EQUAL WRK-MES
                 AND NOT WRK-E-BACKUP
                 MOVE RUN-DATA(7:2) TO WRK-DIA
                 MOVE "S" TO WRK-DIA-CADEIA(WRK-DIA)
                 IF RUN-ETAPA EQUAL "CADEIA" AND RUN-STATUS EQUAL "OK"
                    MOVE "S" TO WRK-DIA-CADEIA-OK(WRK-DIA)
                 END-IF
              END-IF
              READ RUNCTL
           END-PERFORM.
           CLOSE RUNCTL.
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA GREATER 31
              IF WRK-DIA-CADEIA-RODOU(WRK-DIA)
                 AND NOT WRK-DIA-CADEIA-ENCERRADA(WRK-DIA)
                 ADD 1 TO WRK-ACUM-CADEIAS
                 DISPLAY "CADEIA DIARIA DE " WRK-DIA "/"
                         WRK-MES(5:2) "/" WRK-MES(1:4)
                         " INCOMPLETA NO RUNCTL (RODADIA)"
              END-IF
           END-PERFORM.

       0250-CONFERIR-FIM.
           EXIT.

       0300-RODAR-ETAPAS            SECTION.
           DISPLAY "----------------------------------------".
           DISPLAY "ETAPAS DO FECHAMENTO - QUANDO A ETAPA PEDIR O "
                   "MES, INFORMAR " WRK-MES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 8
                      OR NOT WRK-SEGUE
              IF WRK-ETAPA-OK(WRK-IDX)
                 DISPLAY "ETAPA " WRK-ETAPA(WRK-IDX)
                         " JA ENCERRADA OK - PULADA"
              ELSE
                 PERFORM 0310-RODAR-ETAPA
              END-IF
           END-PERFORM.

       0310-RODAR-ETAPA             SECTION.
      *-------- MESMO ESQUEMA DO RODADIA: RETURN-CODE DIFERENTE DE
      *-------- ZERO INTERROMPE A CADEIA NA ETAPA QUE FALHOU
           DISPLAY "----------------------------------------".
           DISPLAY "ETAPA " WRK-ETAPA(WRK-IDX) " INICIADA".
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-INICIO.

           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-ETAPA(WRK-IDX).

           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-FIM.
           MOVE WRK-ETAPA(WRK-IDX) TO WRK-FCH-ETAPA.

           IF RETURN-CODE EQUAL ZEROS
              MOVE "OK" TO WRK-FCH-STATUS
              PERFORM 0600-GRAVAR-FECHCTL
              MOVE "S" TO WRK-ETAPA-FEITA(WRK-IDX)
              DISPLAY "ETAPA " WRK-ETAPA(WRK-IDX) " ENCERRADA OK"
           ELSE
              DISPLAY "ETAPA " WRK-ETAPA(WRK-IDX) " FALHOU COM "
                      "RETURN-CODE " RETURN-CODE
                      " - FECHAMENTO INTERROMPIDO"
              MOVE "ER" TO WRK-FCH-STATUS
              PERFORM 0600-GRAVAR-FECHCTL
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
           END-IF.

       0400-FECHAR-PERIODO          SECTION.
      *--------------------------------------------------------------
      *-------- CONFERENCIAS E ETAPAS OK: O SUPERVISOR CONFIRMA E O
      *-------- MES E FECHADO NO PERIODO.txt (MESMA LINHA "F" DO
      *-------- PERMANT); A APROVACAO FICA NO FECHCTL COM O OPERADOR
      *--------------------------------------------------------------
           DISPLAY "----------------------------------------".
           DISPLAY "CONFERENCIAS E ETAPAS DE " WRK-MES " OK".
           DISPLAY "CONFIRMA O FECHAMENTO DO MES (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              DISPLAY "MES NAO FECHADO - AS ETAPAS FICAM REGISTRADAS "
                      "PARA A RETOMADA"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0400-FECHAR-FIM
           END-IF.
           OPEN EXTEND PERIODO.
           IF FS-PERIODO EQUAL 35
              OPEN OUTPUT PERIODO
           END-IF.
           IF FS-PERIODO NOT EQUAL 00
              MOVE "ERRO NO OPEN PERIODO         " TO WRK-MSG-ERRO
              MOVE "PERIODO.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PERIODO TO FS-FECHCTL
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES  TO REG-PERIODO.
           MOVE WRK-MES TO PER-MES.
           MOVE "F"     TO PER-STATUS.
           WRITE REG-PERIODO.
           CLOSE PERIODO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-INICIO WRK-HORA-FIM.
           MOVE "FECHADO" TO WRK-FCH-ETAPA.
           MOVE "OK"      TO WRK-FCH-STATUS.
           PERFORM 0600-GRAVAR-FECHCTL.
           DISPLAY "MES " WRK-MES " FECHADO PARA LANCAMENTOS - "
                   "APROVADO POR " WRK-OPERADOR.

       0400-FECHAR-FIM.
           EXIT.

       0500-FINALIZAR               SECTION.
           DISPLAY "========================================".
           IF WRK-SEGUE
              MOVE ZEROS TO RETURN-CODE
              DISPLAY "FECHAMENTO DE " WRK-MES " ENCERRADO COM "
                      "SUCESSO"
           ELSE
              DISPLAY "FECHAMENTO NAO CONCLUIDO - CORRIGIR E RODAR "
                      "DE NOVO"
           END-IF.
           DISPLAY "========================================".
           DISPLAY "FIM DO FECHAMENTO DO MES".

       0600-GRAVAR-FECHCTL          SECTION.
           OPEN EXTEND FECHCTL.
           IF FS-FECHCTL EQUAL 35
              OPEN OUTPUT FECHCTL
           END-IF.
           IF FS-FECHCTL NOT EQUAL 00
              MOVE "ERRO NO OPEN FECHCTL         " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES          TO REG-FECHCTL.
           MOVE WRK-MES         TO FCH-MES.
           MOVE WRK-FCH-ETAPA   TO FCH-ETAPA.
           MOVE WRK-DATA-HOJE   TO FCH-DATA.
           MOVE WRK-HORA-INICIO TO FCH-INICIO.
           MOVE WRK-HORA-FIM    TO FCH-FIM.
           MOVE WRK-FCH-STATUS  TO FCH-STATUS.
           MOVE WRK-OPERADOR    TO FCH-OPERADOR.
           WRITE REG-FECHCTL.
           CLOSE FECHCTL.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-FECHCTL.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "FECHCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FECHCTL.
           MOVE "PERIODO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PERIODO.
           MOVE "CONCILIA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONCILIA.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "FRTDIV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FRTDIV.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "RUNCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RUNCTL.
