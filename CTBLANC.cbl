       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBLANC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LANCAMENTO DO JORNAL DO DIA NO RAZAO GERAL - LE O
      *           JORNAL_AAAAMMDD.txt GERADO PELO DIARIO CONTABIL
      *           (CONTDIA), GRAVA CADA PARTIDA NO RAZAO.txt E SOMA
      *           OS DEBITOS E CREDITOS NO SALDO DA CONTA NO MES
      *           (SALDOCTB.DAT) - PARA A LOJA SABER O SALDO DO CAIXA
      *           SEM ESPERAR O CONTADOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RECUSA (RETURN-CODE 16, NADA GRAVADO) O JORNAL
      *              JA LANCADO (DATA PRESENTE NO RAZAO.txt), O JORNAL
      *              DE MES FECHADO NO CONTROLE DE PERIODO (PERCHK) E
      *              O JORNAL DESBALANCEADO (DEBITOS <> CREDITOS). A
      *              CORRECAO DE JORNAL JA LANCADO E FEITA PELO
      *              CONTADOR COM LANCAMENTO DE ESTORNO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO WRK-JORNAL-PATH
             FILE STATUS IS FS-JORNAL.

           SELECT RAZAO ASSIGN TO WRK-PATH-RAZAO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RAZAO.

           SELECT SALDOCTB ASSIGN TO WRK-PATH-SALDOCTB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCT-CHAVE
             FILE STATUS IS FS-SALDOCTB.


       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL.
       01  REG-JORNAL.
           05 JRN-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 JRN-CONTA      PIC 9(06).
           05 FILLER         PIC X(01).
           05 JRN-DC         PIC X(01).
           05 FILLER         PIC X(01).
           05 JRN-VALOR      PIC 9(11)V99.
           05 FILLER         PIC X(01).
           05 JRN-HISTORICO  PIC X(08).

       FD  RAZAO.
       COPY "RAZCOPY.cpy".

       FD  SALDOCTB.
       COPY "SCTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-JORNAL    PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO     PIC 9(02) VALUE ZEROS.
       77  FS-SALDOCTB  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CTBLANC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "JORNAL".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-JORNAL   PIC 9(08) VALUE ZEROS.
       01  WRK-JORNAL-PATH   PIC X(60) VALUE SPACES.

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

       77  WRK-SW-LANCADO    PIC X(01) VALUE "N".
           88 WRK-JA-LANCADO        VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LINHAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-GRAVADAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-INVALIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CONTAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-RAZAO    PIC X(60) VALUE SPACES.
       01  WRK-PATH-SALDOCTB PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-VERIFICAR-RAZAO
           PERFORM   0300-CONFERIR-JORNAL
           PERFORM   0400-LANCAR-JORNAL
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DO JORNAL A LANCAR (AAAAMMDD, 0 = HOJE): "
             ACCEPT WRK-DATA-JORNAL.
           IF WRK-DATA-JORNAL EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-DATA-JORNAL
           END-IF.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "LANCAMENTO NO RAZAO - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
      *-------- MES FECHADO NO CONTROLE DE PERIODO NAO RECEBE
      *-------- LANCAMENTO NO RAZAO
           CALL "PERCHK" USING WRK-DATA-JORNAL WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-JORNAL " FECHADO NO "
                      "CONTROLE DE PERIODO - JORNAL NAO LANCADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WRK-JORNAL-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "JORNAL_"       DELIMITED BY SIZE
                  WRK-DATA-JORNAL DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-JORNAL-PATH.

       0200-VERIFICAR-RAZAO         SECTION.
      *-------- JORNAL COM A DATA JA PRESENTE NO RAZAO FOI LANCADO
      *-------- ANTES - LANCAR DE NOVO DOBRARIA OS SALDOS
           OPEN INPUT RAZAO.
           IF FS-RAZAO EQUAL 35
              GO TO 0200-VERIFICAR-FIM
           END-IF.
           IF FS-RAZAO NOT EQUAL 00
              MOVE "ERRO NO OPEN DO RAZAO         " TO WRK-MSG-ERRO
              MOVE "RAZAO.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-RAZAO    TO FS-JORNAL
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ RAZAO
           PERFORM UNTIL FS-RAZAO NOT EQUAL 00
                      OR WRK-JA-LANCADO
              IF RAZ-DATA EQUAL WRK-DATA-JORNAL
                 SET WRK-JA-LANCADO TO TRUE
              END-IF
              READ RAZAO
           END-PERFORM.
           CLOSE RAZAO.
           IF WRK-JA-LANCADO
              DISPLAY "JORNAL DE " WRK-DATA-JORNAL " JA LANCADO NO "
                      "RAZAO - LANCAMENTO RECUSADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       0200-VERIFICAR-FIM.
           EXIT.

       0300-CONFERIR-JORNAL         SECTION.
      *-------- PRIMEIRA PASSADA: SO CONFERE. JORNAL DESBALANCEADO
      *-------- OU COM PARTIDA INVALIDA NAO ENTRA NO RAZAO
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
              MOVE "JORNAL DO DIA NAO ENCONTRADO  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ JORNAL
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LINHAS
              EVALUATE TRUE
                 WHEN JRN-CONTA EQUAL ZEROS
                    ADD 1 TO WRK-ACUM-INVALIDAS
                 WHEN JRN-DC EQUAL "D"
                    ADD JRN-VALOR TO WRK-TOT-DEBITOS
                 WHEN JRN-DC EQUAL "C"
                    ADD JRN-VALOR TO WRK-TOT-CREDITOS
                 WHEN OTHER
                    ADD 1 TO WRK-ACUM-INVALIDAS
              END-EVALUATE
              READ JORNAL
           END-PERFORM.
           CLOSE JORNAL.
           IF WRK-ACUM-INVALIDAS GREATER ZEROS
              DISPLAY "JORNAL COM " WRK-ACUM-INVALIDAS " PARTIDA(S) "
                      "SEM CONTA OU SEM D/C - LANCAMENTO RECUSADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS
              MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED
              DISPLAY "DEBITOS.: " WRK-VALOR-ED
              MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED
              DISPLAY "CREDITOS: " WRK-VALOR-ED
              DISPLAY "JORNAL DESBALANCEADO - LANCAMENTO RECUSADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       0400-LANCAR-JORNAL           SECTION.
           IF WRK-ACUM-LINHAS EQUAL ZEROS
              DISPLAY "JORNAL SEM PARTIDAS - NADA A LANCAR"
              GO TO 0400-LANCAR-FIM
           END-IF.
           OPEN EXTEND RAZAO.
           IF FS-RAZAO EQUAL 35
              OPEN OUTPUT RAZAO
           END-IF.
           IF FS-RAZAO NOT EQUAL 00
              MOVE "ERRO NO OPEN DO RAZAO         " TO WRK-MSG-ERRO
              MOVE "RAZAO.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-RAZAO    TO FS-JORNAL
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O SALDOCTB.
           IF FS-SALDOCTB EQUAL 35
              OPEN OUTPUT SALDOCTB
              CLOSE SALDOCTB
              OPEN I-O SALDOCTB
           END-IF.
           IF FS-SALDOCTB NOT EQUAL 00
              MOVE "ERRO NO OPEN DOS SALDOS       " TO WRK-MSG-ERRO
              MOVE "SALDOCTB.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-SALDOCTB    TO FS-JORNAL
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT JORNAL.
           READ JORNAL
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
              PERFORM 0410-GRAVAR-PARTIDA
              PERFORM 0420-SOMAR-SALDO
              READ JORNAL
           END-PERFORM.
           CLOSE JORNAL.
           CLOSE RAZAO.
           CLOSE SALDOCTB.

       0400-LANCAR-FIM.
           EXIT.

       0410-GRAVAR-PARTIDA          SECTION.
           MOVE SPACES          TO REG-RAZAO.
           MOVE WRK-DATA-JORNAL TO RAZ-DATA.
           MOVE JRN-CONTA       TO RAZ-CONTA.
           MOVE JRN-DC          TO RAZ-DC.
           MOVE JRN-VALOR       TO RAZ-VALOR.
           MOVE JRN-HISTORICO   TO RAZ-HISTORICO.
           MOVE WRK-DATA-HOJE   TO RAZ-DATA-LANC.
           WRITE REG-RAZAO.
           ADD 1 TO WRK-ACUM-GRAVADAS.

       0420-SOMAR-SALDO             SECTION.
           MOVE JRN-CONTA             TO SCT-CONTA.
           MOVE WRK-DATA-JORNAL(1:6)  TO SCT-MES.
           READ SALDOCTB
             INVALID KEY
                MOVE ZEROS TO SCT-DEBITOS SCT-CREDITOS SCT-QTD-LANC
                PERFORM 0430-ACUMULAR
                WRITE REG-SALDOCTB
                ADD 1 TO WRK-ACUM-CONTAS
             NOT INVALID KEY
                PERFORM 0430-ACUMULAR
                REWRITE REG-SALDOCTB
           END-READ.
           IF FS-SALDOCTB NOT EQUAL 00
              DISPLAY "ERRO AO ATUALIZAR SALDO DA CONTA " JRN-CONTA
                      " - STATUS " FS-SALDOCTB
           END-IF.

       0430-ACUMULAR                SECTION.
           IF JRN-DC EQUAL "D"
              ADD JRN-VALOR TO SCT-DEBITOS
           ELSE
              ADD JRN-VALOR TO SCT-CREDITOS
           END-IF.
           ADD 1 TO SCT-QTD-LANC.
           MOVE WRK-DATA-JORNAL TO SCT-DATA-ULTIMO.

       0600-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "JORNAL LANCADO.......... " WRK-DATA-JORNAL.
           DISPLAY "PARTIDAS LANCADAS....... " WRK-ACUM-GRAVADAS.
           DISPLAY "CONTA/MES ABERTOS AGORA. " WRK-ACUM-CONTAS.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           DISPLAY "TOTAL DE DEBITOS........ " WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           DISPLAY "TOTAL DE CREDITOS....... " WRK-VALOR-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO LANCAMENTO NO RAZAO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-JORNAL.
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
           MOVE "RAZAO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RAZAO.
           MOVE "SALDOCTB.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-SALDOCTB.
