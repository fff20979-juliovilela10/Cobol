       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCEXP.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: EXPORTACAO DIARIA DOS EVENTOS TRABALHISTAS PARA O
      *           ESOCIAL - MONTA OS EVENTOS A PARTIR DO QUE O SISTEMA
      *           JA GUARDA (ADMISSAO E DESLIGAMENTO NO ARQFUNC,
      *           ALTERACOES NO FUNCLOG.txt DO FUNCMANT, REAJUSTES NO
      *           AUDITFUN.txt DO FOLHAREJ E TRANSFERENCIAS NO
      *           SETORMOV.txt DO FUNCTRAN) E GRAVA OS AINDA NAO
      *           ENVIADOS NO ESOCIAL_AAAAMMDD.txt (LAYOUT ESOCOPY),
      *           ANOTANDO CADA UM NO CONTROLE ESOCCTL.txt - NO LUGAR
      *           DA REDIGITACAO PELO CONTADOR, QUE ATRASAVA E DAVA
      *           MULTA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: EVENTO JA ENVIADO OU ACEITO NAO SAI DE NOVO;
      *              EVENTO REJEITADO NO RECIBO (ESOCRET) SAI DE NOVO,
      *              REMONTADO DA ORIGEM JA CORRIGIDA. DATA INICIAL
      *              DIGITADA LIMITA OS EVENTOS DA PRIMEIRA CARGA
      *              (ZEROS = TODOS). O DESLIGAMENTO VEM DA SITUACAO
      *              "D" DO ARQFUNC (A LINHA "D" DO FUNCLOG E
      *              IGNORADA PARA NAO DOBRAR); TRANSFERENCIA SO
      *              DEPOIS DE APLICADA (SITUACAO "A" NO SETORMOV).
      *              RODADA REPETIDA NO DIA ACRESCENTA UM LOTE H/D/T
      *              NO MESMO ARQUIVO; SEM EVENTO NOVO NADA E GRAVADO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT FUNCLOG ASSIGN TO WRK-PATH-FUNCLOG
             FILE STATUS IS FS-FUNCLOG.

           SELECT AUDITFUN ASSIGN TO WRK-PATH-AUDITFUN
             FILE STATUS IS FS-AUDITFUN.

           SELECT SETORMOV ASSIGN TO WRK-PATH-SETORMOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SETORMOV.

           SELECT ESOCIAL ASSIGN TO WRK-ESOCIAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESOCIAL.

           SELECT ESOCCTL ASSIGN TO WRK-PATH-ESOCCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESOCCTL.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  FUNCLOG.
       01  REG-FUNCLOG.
           05 FLG-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FLG-OPERACAO   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FLG-ANTES.
              10 FLG-ANT-CODIGO  PIC 9(04).
              10 FLG-ANT-NOME    PIC X(20).
              10 FLG-ANT-SETOR   PIC X(05).
              10 FLG-ANT-SALARIO PIC 9(06)V99.
              10 FILLER          PIC X(23).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FLG-DEPOIS.
              10 FLG-DEP-CODIGO  PIC 9(04).
              10 FLG-DEP-NOME    PIC X(20).
              10 FLG-DEP-SETOR   PIC X(05).
              10 FLG-DEP-SALARIO PIC 9(06)V99.
              10 FILLER          PIC X(23).

       FD  AUDITFUN.
       01  REG-AUDITFUN.
           05 AUF-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUF-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUF-SETOR      PIC X(05).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUF-SAL-ANTIGO PIC 9(06)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUF-SAL-NOVO   PIC 9(06)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUF-PERC       PIC 9(02)V99.

       FD  SETORMOV.
       01  REG-SETORMOV.
           05 MOV-DATA-REG    PIC 9(08).
           05 FILLER          PIC X(01).
           05 MOV-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 MOV-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01).
           05 MOV-SETOR-ORIG  PIC X(05).
           05 FILLER          PIC X(01).
           05 MOV-SETOR-DEST  PIC X(05).
           05 FILLER          PIC X(01).
           05 MOV-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 MOV-SITUACAO    PIC X(01).

       FD  ESOCIAL.
       COPY "ESOCOPY.cpy".

       FD  ESOCCTL.
       COPY "ESCCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCLOG   PIC 9(02) VALUE ZEROS.
       77  FS-AUDITFUN  PIC 9(02) VALUE ZEROS.
       77  FS-SETORMOV  PIC 9(02) VALUE ZEROS.
       77  FS-ESOCIAL   PIC 9(02) VALUE ZEROS.
       77  FS-ESOCCTL   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ESOCEXP".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ARQFUNC.DAT".

      *-------------- DADOS DA EMPRESA NO HEADER ---------------------
       77  WRK-EMPRESA-NOME  PIC X(30)
           VALUE "COMERCIO AULACOBOL LTDA".
       77  WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 12345678000195.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.

      *-------------- SITUACAO DE CADA EVENTO NO CONTROLE ------------
      *-------- VALE A ULTIMA LINHA DO EVENTO NO ESOCCTL.txt
       77  WRK-ACUM-CTL      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CONTROLE.
           05 WRK-CTL OCCURS 1000 TIMES.
              10 WRK-CTL-ID       PIC X(18).
              10 WRK-CTL-SIT      PIC X(01).
       77  WRK-SW-CTL-CHEIO  PIC X(01) VALUE "N".
           88 WRK-CTL-ESTOUROU      VALUE "S".

      *-------- SEQUENCIA DO EVENTO NO DIA (MESMO TIPO, FUNCIONARIO
      *-------- E DATA), NA ORDEM DAS ORIGENS - SAI IGUAL EM TODA
      *-------- RODADA PORQUE AS ORIGENS SO CRESCEM NO FIM
       77  WRK-ACUM-SEQ      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-SEQ.
           05 WRK-SEQ OCCURS 1000 TIMES.
              10 WRK-SEQ-CHAVE    PIC X(16).
              10 WRK-SEQ-ULTIMA   PIC 9(02).

      *-------------- EVENTO EM MONTAGEM -----------------------------
       01  WRK-EVT-ID.
           05 WRK-EVT-CHAVE.
              10 WRK-EVT-EVENTO   PIC X(04).
              10 WRK-EVT-CODIGO   PIC 9(04).
              10 WRK-EVT-DATA     PIC 9(08).
           05 WRK-EVT-SEQ         PIC 9(02).
       77  WRK-EVT-NOME      PIC X(20) VALUE SPACES.
       77  WRK-EVT-SETOR     PIC X(05) VALUE SPACES.
       77  WRK-EVT-SALARIO   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EVT-ORIGEM    PIC X(01) VALUE SPACES.

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(04) VALUE ZEROS.

      *-------------- DATA ISO DO ARQFUNC (AAAA-MM-DD) ---------------
       77  WRK-DATA-ISO      PIC X(10) VALUE SPACES.
       01  WRK-DATA-CONV-X   PIC X(08) VALUE SPACES.
       01  WRK-DATA-CONV     PIC 9(08) VALUE ZEROS.

       77  WRK-SW-LOTE   PIC X(01) VALUE "N".
           88 WRK-LOTE-ABERTO       VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-MONTADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-NOVOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REENVIOS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-JA-ENVIADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ANTERIORES PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LOTE       PIC 9(06) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FUNCLOG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-AUDITFUN PIC X(60) VALUE SPACES.
       01  WRK-PATH-SETORMOV PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESOCCTL  PIC X(60) VALUE SPACES.
       01  WRK-ESOCIAL-PATH  PIC X(60) VALUE SPACES.


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
           DISPLAY "EXPORTACAO DE EVENTOS DO ESOCIAL".
           DISPLAY "=========================================".
           DISPLAY "EVENTOS A PARTIR DE (AAAAMMDD, ZEROS = TODOS): "
             ACCEPT WRK-DATA-INICIO.
           MOVE SPACES TO WRK-ESOCIAL-PATH.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  "ESOCIAL_"    DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-ESOCIAL-PATH.
           PERFORM 0110-CARREGAR-CONTROLE.
           IF WRK-CTL-ESTOUROU
              MOVE "CONTROLE MAIOR QUE A TABELA   " TO WRK-MSG-ERRO
              MOVE "ESOCCTL.txt" TO WRK-ERRLOG-ARQUIVO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0110-CARREGAR-CONTROLE       SECTION.
      *--------------------------------------------------------------
      *-------- SEM CONTROLE AINDA, NENHUM EVENTO FOI ENVIADO; SE O
      *-------- CONTROLE NAO COUBER NA TABELA A EXPORTACAO E
      *-------- RECUSADA, PARA NENHUM EVENTO SAIR DUAS VEZES
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-CTL.
           OPEN INPUT ESOCCTL.
           IF FS-ESOCCTL NOT EQUAL 00
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ ESOCCTL.
           PERFORM UNTIL FS-ESOCCTL NOT EQUAL 00
              PERFORM 0120-LOCALIZAR-CONTROLE
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 IF WRK-ACUM-CTL LESS 1000
                    ADD 1 TO WRK-ACUM-CTL
                    MOVE WRK-ACUM-CTL TO WRK-IDX-ACHADO
                    MOVE CTL-ID TO WRK-CTL-ID(WRK-IDX-ACHADO)
                 ELSE
                    SET WRK-CTL-ESTOUROU TO TRUE
                 END-IF
              END-IF
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE CTL-SITUACAO TO WRK-CTL-SIT(WRK-IDX-ACHADO)
              END-IF
              READ ESOCCTL
           END-PERFORM.
           CLOSE ESOCCTL.

       0110-CARREGAR-FIM.
           EXIT.

       0120-LOCALIZAR-CONTROLE      SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-CTL
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-CTL-ID(WRK-IDX) EQUAL CTL-ID
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.

       0200-PROCESSAR               SECTION.
           PERFORM 0210-ADMISSOES-DESLIGAMENTOS.
           PERFORM 0220-ALTERACOES-CADASTRO.
           PERFORM 0230-REAJUSTES.
           PERFORM 0240-TRANSFERENCIAS.
           IF WRK-LOTE-ABERTO
              MOVE SPACES TO REG-ESOCIAL
              MOVE "T" TO ESO-TRL-TIPO
              MOVE WRK-ACUM-LOTE TO ESO-TRL-QTD
              WRITE REG-ESOCIAL
              CLOSE ESOCIAL
              CLOSE ESOCCTL
           END-IF.

       0210-ADMISSOES-DESLIGAMENTOS SECTION.
      *--------------------------------------------------------------
      *-------- 2200 PELA DATA DE CONTRATACAO E 2299 PELA DATA DO
      *-------- DESLIGAMENTO, AMBAS GRAVADAS NO ARQFUNC
      *--------------------------------------------------------------
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO ARQFUNC AUSENTE       " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ARQFUNC.
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              MOVE REG-DATA-CONTRATACAO TO WRK-DATA-ISO
              PERFORM 0280-CONVERTER-ISO
              IF WRK-DATA-CONV GREATER ZEROS
                 MOVE "2200"       TO WRK-EVT-EVENTO
                 MOVE REG-CODIGO   TO WRK-EVT-CODIGO
                 MOVE WRK-DATA-CONV TO WRK-EVT-DATA
                 MOVE REG-NOME     TO WRK-EVT-NOME
                 MOVE REG-SETOR    TO WRK-EVT-SETOR
                 MOVE REG-SALARIO  TO WRK-EVT-SALARIO
                 PERFORM 0250-TRATAR-EVENTO
              END-IF
              IF REG-FUNC-DESLIGADO
                 MOVE REG-DATA-DESLIGAMENTO TO WRK-DATA-ISO
                 PERFORM 0280-CONVERTER-ISO
                 IF WRK-DATA-CONV GREATER ZEROS
                    MOVE "2299"       TO WRK-EVT-EVENTO
                    MOVE REG-CODIGO   TO WRK-EVT-CODIGO
                    MOVE WRK-DATA-CONV TO WRK-EVT-DATA
                    MOVE REG-NOME     TO WRK-EVT-NOME
                    MOVE REG-SALARIO  TO WRK-EVT-SALARIO
                    PERFORM 0250-TRATAR-EVENTO
                 END-IF
              END-IF
              READ ARQFUNC
           END-PERFORM.
           CLOSE ARQFUNC.

       0220-ALTERACOES-CADASTRO     SECTION.
      *--------------------------------------------------------------
      *-------- LINHA "A" DO FUNCLOG: NOME MUDADO = 2205; SETOR OU
      *-------- SALARIO MUDADO = 2206 SO COM O QUE MUDOU
      *--------------------------------------------------------------
           OPEN INPUT FUNCLOG.
           IF FS-FUNCLOG NOT EQUAL 00
              GO TO 0220-ALTERACOES-FIM
           END-IF.
           READ FUNCLOG.
           PERFORM UNTIL FS-FUNCLOG NOT EQUAL 00
              IF FLG-OPERACAO EQUAL "A"
                 IF FLG-DEP-NOME NOT EQUAL FLG-ANT-NOME
                    MOVE "2205"         TO WRK-EVT-EVENTO
                    MOVE FLG-DEP-CODIGO TO WRK-EVT-CODIGO
                    MOVE FLG-DATA       TO WRK-EVT-DATA
                    MOVE FLG-DEP-NOME   TO WRK-EVT-NOME
                    PERFORM 0250-TRATAR-EVENTO
                 END-IF
                 IF FLG-DEP-SETOR NOT EQUAL FLG-ANT-SETOR
                    OR FLG-DEP-SALARIO NOT EQUAL FLG-ANT-SALARIO
                    MOVE "2206"         TO WRK-EVT-EVENTO
                    MOVE FLG-DEP-CODIGO TO WRK-EVT-CODIGO
                    MOVE FLG-DATA       TO WRK-EVT-DATA
                    MOVE SPACES         TO WRK-EVT-SETOR
                    MOVE ZEROS          TO WRK-EVT-SALARIO
                    IF FLG-DEP-SETOR NOT EQUAL FLG-ANT-SETOR
                       MOVE FLG-DEP-SETOR TO WRK-EVT-SETOR
                    END-IF
                    IF FLG-DEP-SALARIO NOT EQUAL FLG-ANT-SALARIO
                       MOVE FLG-DEP-SALARIO TO WRK-EVT-SALARIO
                    END-IF
                    MOVE "F"            TO WRK-EVT-ORIGEM
                    PERFORM 0250-TRATAR-EVENTO
                 END-IF
              END-IF
              READ FUNCLOG
           END-PERFORM.
           CLOSE FUNCLOG.

       0220-ALTERACOES-FIM.
           EXIT.

       0230-REAJUSTES               SECTION.
           OPEN INPUT AUDITFUN.
           IF FS-AUDITFUN NOT EQUAL 00
              GO TO 0230-REAJUSTES-FIM
           END-IF.
           READ AUDITFUN.
           PERFORM UNTIL FS-AUDITFUN NOT EQUAL 00
              MOVE "2206"       TO WRK-EVT-EVENTO
              MOVE AUF-CODIGO   TO WRK-EVT-CODIGO
              MOVE AUF-DATA     TO WRK-EVT-DATA
              MOVE SPACES       TO WRK-EVT-SETOR
              MOVE AUF-SAL-NOVO TO WRK-EVT-SALARIO
              MOVE "R"          TO WRK-EVT-ORIGEM
              PERFORM 0250-TRATAR-EVENTO
              READ AUDITFUN
           END-PERFORM.
           CLOSE AUDITFUN.

       0230-REAJUSTES-FIM.
           EXIT.

       0240-TRANSFERENCIAS          SECTION.
      *--------------------------------------------------------------
      *-------- SO A TRANSFERENCIA JA APLICADA, NA DATA DE VIGENCIA
      *--------------------------------------------------------------
           OPEN INPUT SETORMOV.
           IF FS-SETORMOV NOT EQUAL 00
              GO TO 0240-TRANSFERENCIAS-FIM
           END-IF.
           READ SETORMOV.
           PERFORM UNTIL FS-SETORMOV NOT EQUAL 00
              IF MOV-SITUACAO EQUAL "A"
                 MOVE "2206"         TO WRK-EVT-EVENTO
                 MOVE MOV-CODIGO     TO WRK-EVT-CODIGO
                 MOVE MOV-VIGENCIA   TO WRK-EVT-DATA
                 MOVE MOV-SETOR-DEST TO WRK-EVT-SETOR
                 MOVE ZEROS          TO WRK-EVT-SALARIO
                 MOVE "T"            TO WRK-EVT-ORIGEM
                 PERFORM 0250-TRATAR-EVENTO
              END-IF
              READ SETORMOV
           END-PERFORM.
           CLOSE SETORMOV.

       0240-TRANSFERENCIAS-FIM.
           EXIT.

       0250-TRATAR-EVENTO           SECTION.
      *--------------------------------------------------------------
      *-------- NUMERA O EVENTO NO DIA E DECIDE PELO CONTROLE: NUNCA
      *-------- ENVIADO OU REJEITADO SAI; ENVIADO OU ACEITO FICA
      *--------------------------------------------------------------
           ADD 1 TO WRK-ACUM-MONTADOS.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-SEQ
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-SEQ-CHAVE(WRK-IDX) EQUAL WRK-EVT-CHAVE
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-ACUM-SEQ LESS 1000
                 ADD 1 TO WRK-ACUM-SEQ
                 MOVE WRK-ACUM-SEQ  TO WRK-IDX-ACHADO
                 MOVE WRK-EVT-CHAVE TO WRK-SEQ-CHAVE(WRK-IDX-ACHADO)
                 MOVE ZEROS TO WRK-SEQ-ULTIMA(WRK-IDX-ACHADO)
              ELSE
                 DISPLAY "EVENTOS DEMAIS NA RODADA - "
                         WRK-EVT-CHAVE " FICA PARA AMANHA"
                 GO TO 0250-TRATAR-FIM
              END-IF
           END-IF.
           ADD 1 TO WRK-SEQ-ULTIMA(WRK-IDX-ACHADO).
           MOVE WRK-SEQ-ULTIMA(WRK-IDX-ACHADO) TO WRK-EVT-SEQ.

           IF WRK-EVT-DATA LESS WRK-DATA-INICIO
              ADD 1 TO WRK-ACUM-ANTERIORES
              GO TO 0250-TRATAR-FIM
           END-IF.

           MOVE WRK-EVT-ID TO CTL-ID.
           PERFORM 0120-LOCALIZAR-CONTROLE.
           IF WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-CTL-SIT(WRK-IDX-ACHADO) NOT EQUAL "R"
                 ADD 1 TO WRK-ACUM-JA-ENVIADOS
                 GO TO 0250-TRATAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-REENVIOS
           ELSE
              ADD 1 TO WRK-ACUM-NOVOS
           END-IF.
           PERFORM 0260-GRAVAR-EVENTO.

       0250-TRATAR-FIM.
           EXIT.

       0260-GRAVAR-EVENTO           SECTION.
           IF NOT WRK-LOTE-ABERTO
              PERFORM 0270-ABRIR-LOTE
           END-IF.
           MOVE SPACES TO REG-ESOCIAL.
           MOVE "D" TO ESO-DET-TIPO.
           MOVE WRK-EVT-ID TO ESO-ID.
           EVALUATE TRUE
              WHEN ESO-EVT-ADMISSAO
                 MOVE WRK-EVT-NOME    TO ESO-ADM-NOME
                 MOVE WRK-EVT-SETOR   TO ESO-ADM-SETOR
                 MOVE WRK-EVT-SALARIO TO ESO-ADM-SALARIO
              WHEN ESO-EVT-CADASTRAL
                 MOVE WRK-EVT-NOME    TO ESO-CAD-NOME
              WHEN ESO-EVT-CONTRATUAL
                 MOVE WRK-EVT-SETOR   TO ESO-CTR-SETOR
                 MOVE WRK-EVT-SALARIO TO ESO-CTR-SALARIO
                 MOVE WRK-EVT-ORIGEM  TO ESO-CTR-ORIGEM
              WHEN ESO-EVT-DESLIGAMENTO
                 MOVE WRK-EVT-NOME    TO ESO-DSL-NOME
                 MOVE WRK-EVT-SALARIO TO ESO-DSL-SALARIO
           END-EVALUATE.
           WRITE REG-ESOCIAL.
           ADD 1 TO WRK-ACUM-LOTE.

           MOVE SPACES        TO REG-ESOCCTL.
           MOVE WRK-EVT-ID    TO CTL-ID.
           MOVE WRK-DATA-HOJE TO CTL-DATA-PROC.
           SET CTL-ENVIADO    TO TRUE.
           WRITE REG-ESOCCTL.
           DISPLAY "EVENTO " WRK-EVT-EVENTO " FUNC " WRK-EVT-CODIGO
                   " DATA " WRK-EVT-DATA " SEQ " WRK-EVT-SEQ.

       0270-ABRIR-LOTE              SECTION.
           OPEN EXTEND ESOCIAL.
           IF FS-ESOCIAL EQUAL 35
              OPEN OUTPUT ESOCIAL
           END-IF.
           IF FS-ESOCIAL NOT EQUAL 00
              MOVE "ARQUIVO DO ESOCIAL NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "ESOCIAL" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESOCIAL TO FS-ARQFUNC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND ESOCCTL.
           IF FS-ESOCCTL EQUAL 35
              OPEN OUTPUT ESOCCTL
           END-IF.
           IF FS-ESOCCTL NOT EQUAL 00
              MOVE "CONTROLE DO ESOCIAL NAO ABRIU " TO WRK-MSG-ERRO
              MOVE "ESOCCTL.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESOCCTL TO FS-ARQFUNC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-ESOCIAL.
           MOVE "H"              TO ESO-HDR-TIPO.
           MOVE WRK-EMPRESA-NOME TO ESO-HDR-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ TO ESO-HDR-CNPJ.
           MOVE WRK-DATA-HOJE    TO ESO-HDR-DATA.
           WRITE REG-ESOCIAL.
           SET WRK-LOTE-ABERTO TO TRUE.

       0280-CONVERTER-ISO           SECTION.
      *--------------------------------------------------------------
      *-------- AAAA-MM-DD DO ARQFUNC PARA AAAAMMDD; DATA EM BRANCO
      *-------- OU INVALIDA (REGISTRO ANTIGO) VOLTA ZERADA
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-DATA-CONV-X.
           STRING WRK-DATA-ISO(1:4) DELIMITED BY SIZE
                  WRK-DATA-ISO(6:2) DELIMITED BY SIZE
                  WRK-DATA-ISO(9:2) DELIMITED BY SIZE
                  INTO WRK-DATA-CONV-X.
           IF WRK-DATA-CONV-X NUMERIC
              MOVE WRK-DATA-CONV-X TO WRK-DATA-CONV
           ELSE
              MOVE ZEROS TO WRK-DATA-CONV
           END-IF.

       0300-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "EVENTOS MONTADOS........ " WRK-ACUM-MONTADOS.
           DISPLAY "ANTERIORES A DATA INICIAL " WRK-ACUM-ANTERIORES.
           DISPLAY "JA ENVIADOS/ACEITOS..... " WRK-ACUM-JA-ENVIADOS.
           DISPLAY "NOVOS ENVIADOS.......... " WRK-ACUM-NOVOS.
           DISPLAY "REJEITADOS REENVIADOS... " WRK-ACUM-REENVIOS.
           IF WRK-LOTE-ABERTO
              DISPLAY "ARQUIVO: " WRK-ESOCIAL-PATH
           ELSE
              DISPLAY "NENHUM EVENTO A ENVIAR HOJE"
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DA EXPORTACAO DO ESOCIAL".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ARQFUNC.
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
           MOVE "FUNCLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FUNCLOG.
           MOVE "AUDITFUN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-AUDITFUN.
           MOVE "SETORMOV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-SETORMOV.
           MOVE "ESOCCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESOCCTL.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
