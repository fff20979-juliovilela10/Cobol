       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOEXP.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: EXPORTACAO ANUAL PARA O CENSO ESCOLAR - MONTA UM
      *           REGISTRO POR ALUNO NO LAYOUT FIXO DO CENSO (CNSCOPY)
      *           A PARTIR DO QUE O SISTEMA JA GUARDA: ROSTER
      *           (RNDAT.txt), SERIE (ALUSERIE.txt), TRANSFERENCIAS
      *           (TRANSLOG.txt DO ALUTRANS), MUDANCAS DE STATUS
      *           (HISTSTAT.txt DO ALUMANT), DECISOES DE AVANCO
      *           (PROMOLOG.txt DO ALUAVANC) E RESULTADO FINAL
      *           (ALUFINAL, NO HISTRES.txt OU NO RESULTALU.txt).
      *           GRAVA O CENSO_AAAA.txt COM OS TOTAIS POR UNIDADE,
      *           LISTA OS ALUNOS COM DADO OBRIGATORIO FALTANDO E
      *           CONCILIA AS CONTAGENS COM A ESTATISTICA DO ANO
      *           (ESTATANO.txt DO ALUESTAT) - NO LUGAR DA SEMANA DE
      *           DIGITACAO DA SECRETARIA EM CIMA DO ATV001
      * DATA: 15/10/2026
      * OBSERVAÇÕES: A FOTO E A DO FIM DO ANO DIGITADO: UNIDADE E
      *              STATUS DE HOJE SAO VOLTADOS PELA PRIMEIRA
      *              TRANSFERENCIA / MUDANCA DE STATUS DEPOIS DE 31/12.
      *              INATIVO SEM MUDANCA DE STATUS NO ANO NAO ERA
      *              ALUNO NO ANO E NAO ENTRA. A SERIE DO ANO VEM DA
      *              DECISAO DO AVANCO ENTRE 01/07 DO ANO E 30/06 DO
      *              SEGUINTE (SERIE ANTERIOR); SEM DECISAO, DO
      *              ALUSERIE. O RESULTADO VEM DO HISTRES QUANDO O ANO
      *              JA FOI ARQUIVADO (ALUARQRE), SENAO DO RESULTALU.
      *              ALUNO COM PENDENCIA (NOME EM BRANCO, SEM SERIE,
      *              STATUS INVALIDO OU CURSANDO SEM RESULTADO) SAI NA
      *              LISTA E NAO VAI PARA O ARQUIVO; A RODADA PODE SER
      *              REPETIDA DEPOIS DA CORRECAO (O ARQUIVO E REFEITO).
      *              A CONCILIACAO USA A UNIDADE DO FIM DO ANO E O
      *              ALUESTAT A DO ROSTER NA HORA EM QUE RODOU - ALUNO
      *              TRANSFERIDO DEPOIS DISSO APARECE COMO DIVERGENCIA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RNDAT ASSIGN TO WRK-PATH-RNDAT
             FILE STATUS IS FS-RNDAT.

           SELECT ALUSERIE ASSIGN TO WRK-PATH-ALUSERIE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ALUSERIE.

           SELECT PROMOLOG ASSIGN TO WRK-PATH-PROMOLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PROMOLOG.

           SELECT TRANSLOG ASSIGN TO WRK-PATH-TRANSLOG
             FILE STATUS IS FS-TRANSLOG.

           SELECT HISTSTAT ASSIGN TO WRK-PATH-HISTSTAT
             FILE STATUS IS FS-HISTSTAT.

           SELECT HISTRES ASSIGN TO WRK-PATH-HISTRES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-HISTRES.

           SELECT ESTATANO ASSIGN TO WRK-PATH-ESTATANO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTATANO.

           SELECT CENSO ASSIGN TO WRK-CENSO-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CENSO.


       DATA DIVISION.
       FILE SECTION.
       FD  RNDAT.
       01  REG-ALUNO.
           05 REG-RM         PIC 9(05).
           05 REG-NOME       PIC X(20).
           05 REG-UNI        PIC 9(01).
           05 REG-STATUS     PIC X(10).

       FD  ALUSERIE.
       01  REG-ALUSERIE.
           05 SER-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 SER-SERIE      PIC 9(02).

       FD  PROMOLOG.
       01  REG-PROMOLOG.
           05 PRL-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 PRL-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 PRL-UNI        PIC 9(01).
           05 FILLER         PIC X(01).
           05 PRL-SERIE-ANT  PIC 9(02).
           05 FILLER         PIC X(01).
           05 PRL-SERIE-NOV  PIC 9(02).
           05 FILLER         PIC X(01).
           05 PRL-DECISAO    PIC X(01).

       FD  TRANSLOG.
       01  REG-TRANSLOG.
           05 TRL-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 TRL-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 TRL-UNI-ORIGEM PIC 9(01).
           05 FILLER         PIC X(01).
           05 TRL-UNI-DESTINO PIC 9(01).

       FD  HISTSTAT.
       01  REG-HISTSTAT.
           05 HST-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 HST-STATUS-ANT PIC X(10).
           05 FILLER         PIC X(01).
           05 HST-STATUS-NOV PIC X(10).
           05 FILLER         PIC X(01).
           05 HST-DATA       PIC 9(08).

       FD  HISTRES.
       01  REG-HISTRES.
           05 HIS-ANO        PIC 9(04).
           05 FILLER         PIC X(01).
           05 HIS-RESULTADO  PIC X(63).

       FD  ESTATANO.
       COPY "ETACOPY.cpy".

       FD  CENSO.
       COPY "CNSCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-RNDAT     PIC 9(02) VALUE ZEROS.
       77  FS-ALUSERIE  PIC 9(02) VALUE ZEROS.
       77  FS-PROMOLOG  PIC 9(02) VALUE ZEROS.
       77  FS-TRANSLOG  PIC 9(02) VALUE ZEROS.
       77  FS-HISTSTAT  PIC 9(02) VALUE ZEROS.
       77  FS-HISTRES   PIC 9(02) VALUE ZEROS.
       77  FS-ESTATANO  PIC 9(02) VALUE ZEROS.
       77  FS-CENSO     PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CENSOEXP".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "RNDAT.txt".

      *-------------- DADOS DA ESCOLA NO HEADER ----------------------
       77  WRK-ESCOLA-NOME   PIC X(30)
           VALUE "COLEGIO AULACOBOL".
       77  WRK-ESCOLA-INEP   PIC 9(08) VALUE 41000123.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-ANO           PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-SEGUINTE  PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-INI       PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-FIM       PIC 9(08) VALUE ZEROS.
       77  WRK-PROMO-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-PROMO-FIM     PIC 9(08) VALUE ZEROS.

      *-------------- SITUACAO DE CADA RM NO ANO ---------------------
      *-------- UMA ENTRADA POR RM, MONTADA PELAS CARGAS DOS LOGS
       77  WRK-QTD-ALU       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ALUNOS.
           05 WRK-ALU OCCURS 500 TIMES.
              10 WRK-ALU-RM        PIC 9(05).
              10 WRK-ALU-SERIE     PIC 9(02).
              10 WRK-ALU-PRL       PIC X(01).
              10 WRK-ALU-PRL-ANT   PIC 9(02).
              10 WRK-ALU-PRL-NOV   PIC 9(02).
              10 WRK-ALU-PRL-DEC   PIC X(01).
              10 WRK-ALU-TRF-QTD   PIC 9(02).
              10 WRK-ALU-TRF-ORIG  PIC 9(01).
              10 WRK-ALU-TRF-POS   PIC X(01).
              10 WRK-ALU-TRF-POS-ORIG PIC 9(01).
              10 WRK-ALU-HST-QTD   PIC 9(02).
              10 WRK-ALU-HST-POS   PIC X(01).
              10 WRK-ALU-HST-POS-ANT PIC X(10).
       77  WRK-SW-TAB-CHEIA  PIC X(01) VALUE "N".
           88 WRK-TAB-ESTOUROU      VALUE "S".

       77  WRK-RM-BUSCA      PIC 9(05) VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.

      *-------------- RESULTADO FINAL POR RM (MODULO ALUFINAL) -------
       77  WRK-FIN-ANO       PIC 9(04) VALUE ZEROS.
       77  WRK-FIN-SITUACAO  PIC X(11) VALUE SPACES.
       77  WRK-FIN-QTD-DISC  PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-QTD-REPROV PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-MEDIA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FIN-RECUP     PIC X(01) VALUE SPACES.

      *-------------- ALUNO EM MONTAGEM ------------------------------
       77  WRK-UNI-FIM       PIC 9(01) VALUE ZEROS.
       77  WRK-STATUS-FIM    PIC X(10) VALUE SPACES.
           88 WRK-FIM-ATIVO         VALUE "ATIVO     ".
           88 WRK-FIM-TRANCADO      VALUE "TRANCADO  ".
           88 WRK-FIM-INATIVO       VALUE "INATIVO   ".
       77  WRK-PENDENCIA     PIC X(30) VALUE SPACES.

      *-------------- TOTAIS POR UNIDADE (0-9) -----------------------
       01  WRK-TAB-UNIDADES.
           05 WRK-UNI-ENTRY OCCURS 10 TIMES.
              10 WRK-UNI-ALUNOS    PIC 9(05).
              10 WRK-UNI-CURSANDO  PIC 9(05).
              10 WRK-UNI-TRANCADOS PIC 9(05).
              10 WRK-UNI-SAIRAM    PIC 9(05).
              10 WRK-UNI-TRANSF    PIC 9(05).
              10 WRK-UNI-APROV     PIC 9(05).
              10 WRK-UNI-REPROV    PIC 9(05).
              10 WRK-UNI-REPFAL    PIC 9(05).
              10 WRK-UNI-SEM-RES   PIC 9(05).
              10 WRK-UNI-PENDENTES PIC 9(05).
              10 WRK-UNI-ETA       PIC X(01).
              10 WRK-UNI-ETA-ALUNOS PIC 9(04).
              10 WRK-UNI-ETA-APROV PIC 9(05).
              10 WRK-UNI-ETA-REPROV PIC 9(04).
              10 WRK-UNI-ETA-REPFAL PIC 9(04).
       77  WRK-UNI-SUB       PIC 9(02) VALUE ZEROS.
       77  WRK-UNI-NUM       PIC 9(01) VALUE ZEROS.
       77  WRK-UNI-COM-RES   PIC 9(05) VALUE ZEROS.
       77  WRK-SW-DIVERGE    PIC X(01) VALUE "N".
           88 WRK-UNI-DIVERGE       VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-FORA       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-EXPORTADOS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-UNIDADES   PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-DIVERGE    PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-RNDAT    PIC X(60) VALUE SPACES.
       01  WRK-PATH-ALUSERIE PIC X(60) VALUE SPACES.
       01  WRK-PATH-PROMOLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-TRANSLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-HISTSTAT PIC X(60) VALUE SPACES.
       01  WRK-PATH-HISTRES  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTATANO PIC X(60) VALUE SPACES.
       01  WRK-CENSO-PATH    PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0110-CARREGAR-SERIES
           PERFORM   0120-CARREGAR-PROMOCOES
           PERFORM   0130-CARREGAR-TRANSFERENCIAS
           PERFORM   0140-CARREGAR-STATUS
           PERFORM   0150-DEFINIR-ORIGEM-RESULTADO
           PERFORM   0160-CARREGAR-ESTATISTICA
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "EXPORTACAO DO CENSO ESCOLAR - "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "ANO LETIVO DO CENSO (AAAA): "
             ACCEPT WRK-ANO.
           IF WRK-ANO NOT NUMERIC
              OR WRK-ANO LESS 2000
              OR WRK-ANO GREATER WRK-DATA-HOJE(1:4)
              MOVE "ANO LETIVO INVALIDO      " TO WRK-MSG-ERRO
              MOVE ZEROS TO FS-RNDAT
              PERFORM 9000-TRATA-ERRO
           END-IF.
           COMPUTE WRK-ANO-SEGUINTE = WRK-ANO + 1.
           COMPUTE WRK-ANO-INI   = WRK-ANO * 10000 + 0101.
           COMPUTE WRK-ANO-FIM   = WRK-ANO * 10000 + 1231.
           COMPUTE WRK-PROMO-INI = WRK-ANO * 10000 + 0701.
           COMPUTE WRK-PROMO-FIM = WRK-ANO-SEGUINTE * 10000 + 0630.
           INITIALIZE WRK-TAB-UNIDADES.
           MOVE SPACES TO WRK-CENSO-PATH.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  "CENSO_"      DELIMITED BY SIZE
                  WRK-ANO       DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-CENSO-PATH.

       0110-CARREGAR-SERIES         SECTION.
           OPEN INPUT ALUSERIE.
           IF FS-ALUSERIE NOT EQUAL 00
              DISPLAY "AVISO: ALUSERIE.txt NAO EXISTE - SO A DECISAO "
                      "DO AVANCO DA A SERIE"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ ALUSERIE
           PERFORM UNTIL FS-ALUSERIE NOT EQUAL 00
              MOVE SER-RM TO WRK-RM-BUSCA
              PERFORM 0190-LOCALIZAR-RM
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE SER-SERIE TO WRK-ALU-SERIE(WRK-IDX-ACHADO)
              END-IF
              READ ALUSERIE
           END-PERFORM.
           CLOSE ALUSERIE.

       0110-CARREGAR-FIM.
           EXIT.

       0120-CARREGAR-PROMOCOES      SECTION.
      *-------- DECISAO DO AVANCO DO FIM DESTE ANO LETIVO; A ULTIMA
      *-------- DO RM NA JANELA VALE (AVANCO REFEITO)
           OPEN INPUT PROMOLOG.
           IF FS-PROMOLOG NOT EQUAL 00
              DISPLAY "AVISO: PROMOLOG.txt NAO EXISTE - SEM DECISOES "
                      "DE AVANCO"
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ PROMOLOG
           PERFORM UNTIL FS-PROMOLOG NOT EQUAL 00
              IF PRL-DATA NOT LESS WRK-PROMO-INI
                 AND PRL-DATA NOT GREATER WRK-PROMO-FIM
                 MOVE PRL-RM TO WRK-RM-BUSCA
                 PERFORM 0190-LOCALIZAR-RM
                 IF WRK-IDX-ACHADO GREATER ZEROS
                    MOVE "S" TO WRK-ALU-PRL(WRK-IDX-ACHADO)
                    MOVE PRL-SERIE-ANT
                      TO WRK-ALU-PRL-ANT(WRK-IDX-ACHADO)
                    MOVE PRL-SERIE-NOV
                      TO WRK-ALU-PRL-NOV(WRK-IDX-ACHADO)
                    MOVE PRL-DECISAO
                      TO WRK-ALU-PRL-DEC(WRK-IDX-ACHADO)
                 END-IF
              END-IF
              READ PROMOLOG
           END-PERFORM.
           CLOSE PROMOLOG.

       0120-CARREGAR-FIM.
           EXIT.

       0130-CARREGAR-TRANSFERENCIAS SECTION.
      *-------- TRANSFERENCIAS DO ANO E A PRIMEIRA DEPOIS DELE (A
      *-------- ORIGEM DESSA E A UNIDADE EM QUE O ALUNO FECHOU O ANO)
           OPEN INPUT TRANSLOG.
           IF FS-TRANSLOG NOT EQUAL 00
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ TRANSLOG
           PERFORM UNTIL FS-TRANSLOG NOT EQUAL 00
              IF TRL-DATA NOT LESS WRK-ANO-INI
                 MOVE TRL-RM TO WRK-RM-BUSCA
                 PERFORM 0190-LOCALIZAR-RM
                 IF WRK-IDX-ACHADO GREATER ZEROS
                    PERFORM 0135-ANOTAR-TRANSFERENCIA
                 END-IF
              END-IF
              READ TRANSLOG
           END-PERFORM.
           CLOSE TRANSLOG.

       0130-CARREGAR-FIM.
           EXIT.

       0135-ANOTAR-TRANSFERENCIA    SECTION.
           IF TRL-DATA GREATER WRK-ANO-FIM
              IF WRK-ALU-TRF-POS(WRK-IDX-ACHADO) NOT EQUAL "S"
                 MOVE "S" TO WRK-ALU-TRF-POS(WRK-IDX-ACHADO)
                 MOVE TRL-UNI-ORIGEM
                   TO WRK-ALU-TRF-POS-ORIG(WRK-IDX-ACHADO)
              END-IF
           ELSE
              IF WRK-ALU-TRF-QTD(WRK-IDX-ACHADO) EQUAL ZEROS
                 MOVE TRL-UNI-ORIGEM
                   TO WRK-ALU-TRF-ORIG(WRK-IDX-ACHADO)
              END-IF
              IF WRK-ALU-TRF-QTD(WRK-IDX-ACHADO) LESS 99
                 ADD 1 TO WRK-ALU-TRF-QTD(WRK-IDX-ACHADO)
              END-IF
           END-IF.

       0140-CARREGAR-STATUS         SECTION.
      *-------- MUDANCAS DE STATUS DO ANO E A PRIMEIRA DEPOIS DELE (O
      *-------- STATUS ANTERIOR DESSA E O STATUS DO FIM DO ANO)
           OPEN INPUT HISTSTAT.
           IF FS-HISTSTAT NOT EQUAL 00
              GO TO 0140-CARREGAR-FIM
           END-IF.
           READ HISTSTAT
           PERFORM UNTIL FS-HISTSTAT NOT EQUAL 00
              IF HST-DATA NOT LESS WRK-ANO-INI
                 MOVE HST-RM TO WRK-RM-BUSCA
                 PERFORM 0190-LOCALIZAR-RM
                 IF WRK-IDX-ACHADO GREATER ZEROS
                    PERFORM 0145-ANOTAR-STATUS
                 END-IF
              END-IF
              READ HISTSTAT
           END-PERFORM.
           CLOSE HISTSTAT.

       0140-CARREGAR-FIM.
           EXIT.

       0145-ANOTAR-STATUS           SECTION.
           IF HST-DATA GREATER WRK-ANO-FIM
              IF WRK-ALU-HST-POS(WRK-IDX-ACHADO) NOT EQUAL "S"
                 MOVE "S" TO WRK-ALU-HST-POS(WRK-IDX-ACHADO)
                 MOVE HST-STATUS-ANT
                   TO WRK-ALU-HST-POS-ANT(WRK-IDX-ACHADO)
              END-IF
           ELSE
              IF WRK-ALU-HST-QTD(WRK-IDX-ACHADO) LESS 99
                 ADD 1 TO WRK-ALU-HST-QTD(WRK-IDX-ACHADO)
              END-IF
           END-IF.

       0150-DEFINIR-ORIGEM-RESULTADO SECTION.
      *-------- ANO JA ARQUIVADO PELO ALUARQRE: RESULTADO NO HISTRES;
      *-------- SENAO AS NOTAS DO ANO AINDA ESTAO NO RESULTALU
           MOVE ZEROS TO WRK-FIN-ANO.
           OPEN INPUT HISTRES.
           IF FS-HISTRES EQUAL 00
              READ HISTRES
              PERFORM UNTIL FS-HISTRES NOT EQUAL 00
                         OR WRK-FIN-ANO GREATER ZEROS
                 IF HIS-ANO EQUAL WRK-ANO
                    MOVE WRK-ANO TO WRK-FIN-ANO
                 END-IF
                 READ HISTRES
              END-PERFORM
              CLOSE HISTRES
           END-IF.
           IF WRK-FIN-ANO EQUAL ZEROS
              DISPLAY "ANO " WRK-ANO " AINDA NAO ARQUIVADO - "
                      "RESULTADOS DO RESULTALU.txt"
           ELSE
              DISPLAY "ANO " WRK-ANO " ARQUIVADO - RESULTADOS DO "
                      "HISTRES.txt"
           END-IF.

       0160-CARREGAR-ESTATISTICA    SECTION.
      *-------- RESUMO DO ANO GRAVADO PELO ALUESTAT; A ULTIMA LINHA
      *-------- DE CADA UNIDADE VALE
           OPEN INPUT ESTATANO.
           IF FS-ESTATANO NOT EQUAL 00
              GO TO 0160-CARREGAR-FIM
           END-IF.
           READ ESTATANO
           PERFORM UNTIL FS-ESTATANO NOT EQUAL 00
              IF ETA-ANO EQUAL WRK-ANO
                 COMPUTE WRK-UNI-SUB = ETA-UNI + 1
                 MOVE "S"        TO WRK-UNI-ETA(WRK-UNI-SUB)
                 MOVE ETA-ALUNOS TO WRK-UNI-ETA-ALUNOS(WRK-UNI-SUB)
                 COMPUTE WRK-UNI-ETA-APROV(WRK-UNI-SUB)
                       = ETA-APROV + ETA-RECUP
                 MOVE ETA-REPROV TO WRK-UNI-ETA-REPROV(WRK-UNI-SUB)
                 MOVE ETA-REPFAL TO WRK-UNI-ETA-REPFAL(WRK-UNI-SUB)
              END-IF
              READ ESTATANO
           END-PERFORM.
           CLOSE ESTATANO.

       0160-CARREGAR-FIM.
           EXIT.

       0190-LOCALIZAR-RM            SECTION.
      *-------- DEVOLVE EM WRK-IDX-ACHADO A ENTRADA DO RM, CRIANDO
      *-------- SE AINDA NAO EXISTE (ZERO = TABELA CHEIA)
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALU
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-ALU-RM(WRK-IDX) EQUAL WRK-RM-BUSCA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO GREATER ZEROS
              GO TO 0190-LOCALIZAR-FIM
           END-IF.
           IF WRK-QTD-ALU NOT LESS 500
              SET WRK-TAB-ESTOUROU TO TRUE
              GO TO 0190-LOCALIZAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-ALU.
           MOVE WRK-QTD-ALU TO WRK-IDX-ACHADO.
           INITIALIZE WRK-ALU(WRK-IDX-ACHADO).
           MOVE WRK-RM-BUSCA TO WRK-ALU-RM(WRK-IDX-ACHADO).

       0190-LOCALIZAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           IF WRK-TAB-ESTOUROU
              DISPLAY "AVISO: MAIS DE 500 RMS NOS LOGS - CONFERIR "
                      "OS ALUNOS QUE FICARAM DE FORA DA TABELA"
           END-IF.
           OPEN INPUT RNDAT.
           IF FS-RNDAT NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT CENSO.
           IF FS-CENSO NOT EQUAL 00
              MOVE "CENSO_AAAA.txt NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CENSO"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CENSO TO FS-RNDAT
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES          TO REG-CENSO.
           MOVE "H"             TO CNS-HDR-TIPO.
           MOVE WRK-ESCOLA-NOME TO CNS-HDR-ESCOLA.
           MOVE WRK-ESCOLA-INEP TO CNS-HDR-INEP.
           MOVE WRK-ANO         TO CNS-HDR-ANO.
           MOVE WRK-DATA-HOJE   TO CNS-HDR-DATA.
           WRITE REG-CENSO.

           DISPLAY "-----------------------------------------".
           DISPLAY "ALUNOS COM PENDENCIA (NAO EXPORTADOS)".
           READ RNDAT
           PERFORM UNTIL FS-RNDAT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-MONTAR-ALUNO
              READ RNDAT
           END-PERFORM.
           CLOSE RNDAT.
           IF WRK-ACUM-PENDENTES EQUAL ZEROS
              DISPLAY "NENHUMA PENDENCIA"
           END-IF.

       0210-MONTAR-ALUNO            SECTION.
           MOVE REG-RM TO WRK-RM-BUSCA.
           PERFORM 0190-LOCALIZAR-RM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-PENDENTES
              DISPLAY "RM " REG-RM " " REG-NOME
                      " - FORA DA TABELA DE ALUNOS"
              GO TO 0210-MONTAR-FIM
           END-IF.

      *-------- UNIDADE E STATUS NO FIM DO ANO
           MOVE REG-UNI    TO WRK-UNI-FIM.
           IF WRK-ALU-TRF-POS(WRK-IDX-ACHADO) EQUAL "S"
              MOVE WRK-ALU-TRF-POS-ORIG(WRK-IDX-ACHADO) TO WRK-UNI-FIM
           END-IF.
           MOVE REG-STATUS TO WRK-STATUS-FIM.
           IF WRK-ALU-HST-POS(WRK-IDX-ACHADO) EQUAL "S"
              MOVE WRK-ALU-HST-POS-ANT(WRK-IDX-ACHADO)
                TO WRK-STATUS-FIM
           END-IF.
           IF WRK-FIM-INATIVO
              AND WRK-ALU-HST-QTD(WRK-IDX-ACHADO) EQUAL ZEROS
              ADD 1 TO WRK-ACUM-FORA
              GO TO 0210-MONTAR-FIM
           END-IF.

           MOVE SPACES              TO REG-CENSO.
           MOVE "D"                 TO CNS-DET-TIPO.
           MOVE REG-RM              TO CNS-RM.
           MOVE REG-NOME            TO CNS-NOME.
           MOVE WRK-UNI-FIM         TO CNS-UNI.
           IF WRK-ALU-PRL(WRK-IDX-ACHADO) EQUAL "S"
              MOVE WRK-ALU-PRL-ANT(WRK-IDX-ACHADO) TO CNS-SERIE
              MOVE WRK-ALU-PRL-NOV(WRK-IDX-ACHADO) TO CNS-SERIE-SEG
              MOVE WRK-ALU-PRL-DEC(WRK-IDX-ACHADO) TO CNS-DECISAO
           ELSE
              MOVE WRK-ALU-SERIE(WRK-IDX-ACHADO)   TO CNS-SERIE
              MOVE ZEROS                           TO CNS-SERIE-SEG
           END-IF.
           EVALUATE TRUE
              WHEN WRK-FIM-ATIVO
                 MOVE "A" TO CNS-SITUACAO
              WHEN WRK-FIM-TRANCADO
                 MOVE "T" TO CNS-SITUACAO
              WHEN WRK-FIM-INATIVO
                 MOVE "I" TO CNS-SITUACAO
           END-EVALUATE.
           IF WRK-ALU-TRF-QTD(WRK-IDX-ACHADO) GREATER ZEROS
              MOVE "S" TO CNS-TRANSFERIDO
              MOVE WRK-ALU-TRF-ORIG(WRK-IDX-ACHADO) TO CNS-UNI-ORIGEM
           ELSE
              MOVE "N" TO CNS-TRANSFERIDO
              MOVE WRK-UNI-FIM TO CNS-UNI-ORIGEM
           END-IF.
           MOVE WRK-ALU-HST-QTD(WRK-IDX-ACHADO) TO CNS-MUD-STATUS.

      *-------- RESULTADO FINAL DO ANO, DE TODAS AS DISCIPLINAS
           CALL "ALUFINAL" USING REG-RM WRK-FIN-ANO WRK-FIN-SITUACAO
                                 WRK-FIN-QTD-DISC WRK-FIN-QTD-REPROV
                                 WRK-FIN-MEDIA WRK-FIN-RECUP.
           MOVE ZEROS TO CNS-MEDIA.
           EVALUATE TRUE
              WHEN WRK-FIN-QTD-DISC EQUAL ZEROS
                 MOVE "N" TO CNS-RESULTADO
              WHEN WRK-FIN-SITUACAO EQUAL "REPROV FREQ"
                 MOVE "F" TO CNS-RESULTADO
                 MOVE WRK-FIN-MEDIA TO CNS-MEDIA
              WHEN WRK-FIN-SITUACAO(1:8) EQUAL "APROVADO"
                 MOVE "A" TO CNS-RESULTADO
                 MOVE WRK-FIN-MEDIA TO CNS-MEDIA
              WHEN OTHER
                 MOVE "R" TO CNS-RESULTADO
                 MOVE WRK-FIN-MEDIA TO CNS-MEDIA
           END-EVALUATE.

           PERFORM 0220-VALIDAR-ALUNO.
           COMPUTE WRK-UNI-SUB = WRK-UNI-FIM + 1.
           IF WRK-PENDENCIA NOT EQUAL SPACES
              ADD 1 TO WRK-ACUM-PENDENTES
              ADD 1 TO WRK-UNI-PENDENTES(WRK-UNI-SUB)
              DISPLAY "RM " REG-RM " " REG-NOME " UNI " WRK-UNI-FIM
                      " - " WRK-PENDENCIA
              GO TO 0210-MONTAR-FIM
           END-IF.

           WRITE REG-CENSO.
           ADD 1 TO WRK-ACUM-EXPORTADOS.
           PERFORM 0230-SOMAR-UNIDADE.

       0210-MONTAR-FIM.
           EXIT.

       0220-VALIDAR-ALUNO           SECTION.
      *-------- DADOS OBRIGATORIOS DO CENSO; VALE A PRIMEIRA FALTA
           MOVE SPACES TO WRK-PENDENCIA.
           EVALUATE TRUE
              WHEN REG-NOME EQUAL SPACES
                 MOVE "NOME EM BRANCO" TO WRK-PENDENCIA
              WHEN NOT WRK-FIM-ATIVO
                   AND NOT WRK-FIM-TRANCADO
                   AND NOT WRK-FIM-INATIVO
                 MOVE "STATUS INVALIDO" TO WRK-PENDENCIA
              WHEN CNS-SERIE EQUAL ZEROS
                 MOVE "SERIE NAO INFORMADA (ALUSERIE)"
                   TO WRK-PENDENCIA
              WHEN CNS-SIT-CURSANDO
                   AND CNS-RES-SEM-RESULTADO
                 MOVE "CURSANDO SEM RESULTADO FINAL"
                   TO WRK-PENDENCIA
           END-EVALUATE.

       0230-SOMAR-UNIDADE           SECTION.
           ADD 1 TO WRK-UNI-ALUNOS(WRK-UNI-SUB).
           EVALUATE TRUE
              WHEN CNS-SIT-CURSANDO
                 ADD 1 TO WRK-UNI-CURSANDO(WRK-UNI-SUB)
              WHEN CNS-SIT-TRANCADO
                 ADD 1 TO WRK-UNI-TRANCADOS(WRK-UNI-SUB)
              WHEN OTHER
                 ADD 1 TO WRK-UNI-SAIRAM(WRK-UNI-SUB)
           END-EVALUATE.
           IF CNS-TRANSFERIDO EQUAL "S"
              ADD 1 TO WRK-UNI-TRANSF(WRK-UNI-SUB)
           END-IF.
           EVALUATE TRUE
              WHEN CNS-RES-APROVADO
                 ADD 1 TO WRK-UNI-APROV(WRK-UNI-SUB)
              WHEN CNS-RES-REPROVADO
                 ADD 1 TO WRK-UNI-REPROV(WRK-UNI-SUB)
              WHEN CNS-RES-REPROV-FALTA
                 ADD 1 TO WRK-UNI-REPFAL(WRK-UNI-SUB)
              WHEN OTHER
                 ADD 1 TO WRK-UNI-SEM-RES(WRK-UNI-SUB)
           END-EVALUATE.

       0300-FINALIZAR               SECTION.
           PERFORM VARYING WRK-UNI-SUB FROM 1 BY 1
                   UNTIL WRK-UNI-SUB GREATER 10
              IF WRK-UNI-ALUNOS(WRK-UNI-SUB) GREATER ZEROS
                 PERFORM 0310-GRAVAR-TOTAL-UNIDADE
              END-IF
           END-PERFORM.
           MOVE SPACES              TO REG-CENSO.
           MOVE "T"                 TO CNS-TRL-TIPO.
           MOVE WRK-ACUM-EXPORTADOS TO CNS-TRL-ALUNOS.
           MOVE WRK-ACUM-UNIDADES   TO CNS-TRL-UNIDADES.
           WRITE REG-CENSO.
           CLOSE CENSO.

           DISPLAY "-----------------------------------------".
           DISPLAY "CONCILIACAO COM A ESTATISTICA DO ANO (ALUESTAT)".
           PERFORM VARYING WRK-UNI-SUB FROM 1 BY 1
                   UNTIL WRK-UNI-SUB GREATER 10
              IF WRK-UNI-ALUNOS(WRK-UNI-SUB) GREATER ZEROS
                 OR WRK-UNI-PENDENTES(WRK-UNI-SUB) GREATER ZEROS
                 OR WRK-UNI-ETA(WRK-UNI-SUB) EQUAL "S"
                 PERFORM 0320-CONCILIAR-UNIDADE
              END-IF
           END-PERFORM.

           DISPLAY "=========================================".
           DISPLAY "ALUNOS NO ROSTER........ " WRK-ACUM-LIDOS.
           DISPLAY "FORA DO ANO (INATIVOS).. " WRK-ACUM-FORA.
           DISPLAY "EXPORTADOS.............. " WRK-ACUM-EXPORTADOS.
           DISPLAY "COM PENDENCIA........... " WRK-ACUM-PENDENTES.
           DISPLAY "UNIDADES DIVERGENTES.... " WRK-ACUM-DIVERGE.
           DISPLAY "ARQUIVO: " WRK-CENSO-PATH.
           DISPLAY "=========================================".
           IF WRK-ACUM-PENDENTES GREATER ZEROS
              DISPLAY "CORRIGIR AS PENDENCIAS E RODAR DE NOVO ANTES "
                      "DE ENVIAR O ARQUIVO"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DA EXPORTACAO DO CENSO".

       0310-GRAVAR-TOTAL-UNIDADE    SECTION.
           ADD 1 TO WRK-ACUM-UNIDADES.
           MOVE SPACES TO REG-CENSO.
           MOVE "U"    TO CNS-UNI-TIPO.
           COMPUTE CNS-TOT-UNI = WRK-UNI-SUB - 1.
           MOVE WRK-UNI-ALUNOS(WRK-UNI-SUB)    TO CNS-TOT-ALUNOS.
           MOVE WRK-UNI-CURSANDO(WRK-UNI-SUB)  TO CNS-TOT-CURSANDO.
           MOVE WRK-UNI-TRANCADOS(WRK-UNI-SUB) TO CNS-TOT-TRANCADOS.
           MOVE WRK-UNI-SAIRAM(WRK-UNI-SUB)    TO CNS-TOT-SAIRAM.
           MOVE WRK-UNI-TRANSF(WRK-UNI-SUB)    TO CNS-TOT-TRANSF.
           MOVE WRK-UNI-APROV(WRK-UNI-SUB)     TO CNS-TOT-APROV.
           MOVE WRK-UNI-REPROV(WRK-UNI-SUB)    TO CNS-TOT-REPROV.
           MOVE WRK-UNI-REPFAL(WRK-UNI-SUB)    TO CNS-TOT-REPFAL.
           MOVE WRK-UNI-SEM-RES(WRK-UNI-SUB)   TO CNS-TOT-SEM-RES.
           WRITE REG-CENSO.

       0320-CONCILIAR-UNIDADE       SECTION.
           COMPUTE WRK-UNI-NUM = WRK-UNI-SUB - 1.
           COMPUTE WRK-UNI-COM-RES = WRK-UNI-APROV(WRK-UNI-SUB)
                                   + WRK-UNI-REPROV(WRK-UNI-SUB)
                                   + WRK-UNI-REPFAL(WRK-UNI-SUB).
           DISPLAY "UNIDADE " WRK-UNI-NUM
                   " CENSO: COM RESULTADO " WRK-UNI-COM-RES
                   " APROV " WRK-UNI-APROV(WRK-UNI-SUB)
                   " REPROV " WRK-UNI-REPROV(WRK-UNI-SUB)
                   " REPFAL " WRK-UNI-REPFAL(WRK-UNI-SUB).
           IF WRK-UNI-ETA(WRK-UNI-SUB) NOT EQUAL "S"
              ADD 1 TO WRK-ACUM-DIVERGE
              DISPLAY "   ALUESTAT NAO RODOU PARA O ANO " WRK-ANO
                      " NESTA UNIDADE - SEM CONCILIACAO"
              GO TO 0320-CONCILIAR-FIM
           END-IF.
           DISPLAY "   ESTAT: COM RESULTADO "
                   WRK-UNI-ETA-ALUNOS(WRK-UNI-SUB)
                   " APROV " WRK-UNI-ETA-APROV(WRK-UNI-SUB)
                   " REPROV " WRK-UNI-ETA-REPROV(WRK-UNI-SUB)
                   " REPFAL " WRK-UNI-ETA-REPFAL(WRK-UNI-SUB).
           MOVE "N" TO WRK-SW-DIVERGE.
           IF WRK-UNI-COM-RES NOT EQUAL
              WRK-UNI-ETA-ALUNOS(WRK-UNI-SUB)
              OR WRK-UNI-APROV(WRK-UNI-SUB) NOT EQUAL
                 WRK-UNI-ETA-APROV(WRK-UNI-SUB)
              OR WRK-UNI-REPROV(WRK-UNI-SUB) NOT EQUAL
                 WRK-UNI-ETA-REPROV(WRK-UNI-SUB)
              OR WRK-UNI-REPFAL(WRK-UNI-SUB) NOT EQUAL
                 WRK-UNI-ETA-REPFAL(WRK-UNI-SUB)
              SET WRK-UNI-DIVERGE TO TRUE
           END-IF.
           IF WRK-UNI-DIVERGE
              ADD 1 TO WRK-ACUM-DIVERGE
              DISPLAY "   DIVERGE - PENDENTES NA UNIDADE "
                      WRK-UNI-PENDENTES(WRK-UNI-SUB)
           ELSE
              DISPLAY "   CONFERE"
           END-IF.

       0320-CONCILIAR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RNDAT.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "RNDAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RNDAT.
           MOVE "ALUSERIE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ALUSERIE.
           MOVE "PROMOLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PROMOLOG.
           MOVE "TRANSLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TRANSLOG.
           MOVE "HISTSTAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-HISTSTAT.
           MOVE "HISTRES.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-HISTRES.
           MOVE "ESTATANO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTATANO.
