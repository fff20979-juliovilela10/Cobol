       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREXPREC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONFERENCIA E RECONSTRUCAO DA EXPOSICAO DE CREDITO
      *           (CREXPOS.DAT) - VARRE O CONTASREC.DAT INTEIRO, SOMA
      *           AS PARCELAS EM ABERTO POR CLIENTE E COMPARA COM O
      *           SALDO, A QUANTIDADE DE PARCELAS E O VENCIMENTO MAIS
      *           ANTIGO GUARDADOS; LISTA AS DIVERGENCIAS E, NO MODO
      *           ACERTO, RESTRITO A SUPERVISOR (OPSIGNON), REGRAVA
      *           A EXPOSICAO PELO CONTAS A RECEBER, QUE E QUEM TEM
      *           A VERDADE - COMO O ESTRECON FAZ COM O ESTOQUE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: MODO "C" SO CONFERE, MODO "A" CONFERE E ACERTA.
      *              NA IMPLANTACAO, RODAR UMA VEZ EM MODO ACERTO PARA
      *              CRIAR A EXPOSICAO DE TODOS OS CLIENTES; DEPOIS,
      *              NO FECHAMENTO DO DIA. VENCIMENTO MAIS ANTIGO
      *              MARCADO PARA REVISAO (EXP-VENCTO-REVER, VER
      *              EXPCOPY) NAO E DIVERGENCIA - E ACERTADO NO MODO
      *              ACERTO E CONTADO A PARTE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT CREXPOS ASSIGN TO WRK-PATH-CREXPOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EXP-CLIENTE
             FILE STATUS IS FS-CREXPOS.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CREXPOS.
       COPY "EXPCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CREXPOS   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CREXPREC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASREC".

       77  WRK-MODO          PIC X(01) VALUE "C".
           88 WRK-MODO-ACERTO        VALUE "A" "a".
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-SW-EXPOS      PIC X(01) VALUE "N".
           88 WRK-EXPOS-ABERTO       VALUE "S".

      *-------------- EXPOSICAO PELO CONTAS A RECEBER ----------------
      *-------------- (POSICAO NA TABELA = CR-CLIENTE)
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ENTRY OCCURS 9999 TIMES.
              10 WRK-CLI-SALDO   PIC 9(09)V99.
              10 WRK-CLI-QTD     PIC 9(05).
              10 WRK-CLI-VENCTO  PIC 9(08).
              10 WRK-CLI-VISTO   PIC X(01).
                 88 WRK-CLI-CONFERIDO    VALUE "S".

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-SW-DIFERE     PIC X(01) VALUE "N".
           88 WRK-DIFERE             VALUE "S".
       77  WRK-SW-DATA       PIC X(01) VALUE "N".
           88 WRK-SO-DATA            VALUE "S".

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-TITULOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ABERTOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CLIENTES PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DIVERG   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REVER    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ACERTOS  PIC 9(05) VALUE ZEROS.

      *-------------- SIGN-ON DO SUPERVISOR (OPSIGNON) ---------------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CREXPOS  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-SOMAR-TITULOS
           PERFORM   0300-CONFERIR-EXPOSICAO
           PERFORM   0400-CONFERIR-AUSENTES
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "CONFERENCIA DA EXPOSICAO DE CREDITO POR CLIENTE".
           DISPLAY "SO CONFERIR OU CONFERIR E ACERTAR (C/A)? "
             ACCEPT WRK-MODO.
           IF WRK-MODO-ACERTO
      *-------- ACERTO DA EXPOSICAO E COISA DE SUPERVISOR
              CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                     WRK-SW-SIGNON
              IF NOT WRK-SIGNON-OK
                 OR NOT WRK-PERFIL-SUPERVISOR
                 DISPLAY "ACERTO DA EXPOSICAO E RESTRITO A "
                         "SUPERVISORES - SEGUE SO A CONFERENCIA"
                 MOVE "C" TO WRK-MODO
              END-IF
           END-IF.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- SEM O ARQUIVO, NA CONFERENCIA TODO CLIENTE COM
      *-------- PARCELA ABERTA SAI COMO AUSENTE; NO ACERTO ELE NASCE
           IF WRK-MODO-ACERTO
              OPEN I-O CREXPOS
              IF FS-CREXPOS EQUAL 35
                 OPEN OUTPUT CREXPOS
                 CLOSE CREXPOS
                 OPEN I-O CREXPOS
              END-IF
           ELSE
              OPEN INPUT CREXPOS
           END-IF.
           EVALUATE FS-CREXPOS
              WHEN 00
                 SET WRK-EXPOS-ABERTO TO TRUE
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE "EXPOSICAO DE CREDITO NAO ABRIU" TO WRK-MSG-ERRO
                 MOVE "CREXPOS.DAT" TO WRK-ERRLOG-ARQUIVO
                 MOVE FS-CREXPOS TO FS-CONTASREC
                 PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           INITIALIZE WRK-TAB-CLIENTES.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "CONTAS A RECEBER X EXPOSICAO - " WRK-DATA-EXEC.
           IF WRK-MODO-ACERTO
              DISPLAY "MODO ACERTO - AUTORIZADO POR " WRK-OPERADOR
           ELSE
              DISPLAY "MODO CONFERENCIA - NADA SERA ALTERADO"
           END-IF.
           DISPLAY "=========================================".

       0200-SOMAR-TITULOS           SECTION.
           READ CONTASREC
             PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                ADD 1 TO WRK-ACUM-TITULOS
                IF CR-ABERTO AND CR-CLIENTE GREATER ZEROS
                   PERFORM 0210-SOMAR-NA-TABELA
                END-IF
                READ CONTASREC
             END-PERFORM.
           CLOSE CONTASREC.

       0210-SOMAR-NA-TABELA         SECTION.
           ADD 1 TO WRK-ACUM-ABERTOS.
           MOVE CR-CLIENTE TO WRK-IDX.
           IF WRK-CLI-QTD(WRK-IDX) EQUAL ZEROS
              ADD 1 TO WRK-ACUM-CLIENTES
           END-IF.
           ADD CR-VALOR TO WRK-CLI-SALDO(WRK-IDX).
           ADD 1        TO WRK-CLI-QTD(WRK-IDX).
           IF WRK-CLI-VENCTO(WRK-IDX) EQUAL ZEROS
              OR CR-DATA-VENCTO LESS WRK-CLI-VENCTO(WRK-IDX)
              MOVE CR-DATA-VENCTO TO WRK-CLI-VENCTO(WRK-IDX)
           END-IF.

       0300-CONFERIR-EXPOSICAO      SECTION.
      *-------- CADA CLIENTE QUE JA TEM EXPOSICAO GRAVADA
           IF NOT WRK-EXPOS-ABERTO
              GO TO 0300-CONFERIR-FIM
           END-IF.
           READ CREXPOS NEXT RECORD
           PERFORM UNTIL FS-CREXPOS NOT EQUAL 00
              PERFORM 0310-CONFERIR-CLIENTE
              READ CREXPOS NEXT RECORD
           END-PERFORM.

       0300-CONFERIR-FIM.
           EXIT.

       0310-CONFERIR-CLIENTE        SECTION.
           IF EXP-CLIENTE EQUAL ZEROS
              GO TO 0310-CONFERIR-FIM
           END-IF.
           MOVE EXP-CLIENTE TO WRK-IDX.
           MOVE "S" TO WRK-CLI-VISTO(WRK-IDX).
           MOVE "N" TO WRK-SW-DIFERE WRK-SW-DATA.
           IF EXP-SALDO       NOT EQUAL WRK-CLI-SALDO(WRK-IDX)
              OR EXP-QTD-ABERTAS NOT EQUAL WRK-CLI-QTD(WRK-IDX)
              SET WRK-DIFERE TO TRUE
           END-IF.
           IF EXP-VENCTO-ANTIGO NOT EQUAL WRK-CLI-VENCTO(WRK-IDX)
              AND NOT EXP-VENCTO-REVER
              SET WRK-DIFERE TO TRUE
           END-IF.
           IF EXP-VENCTO-REVER AND NOT WRK-DIFERE
              SET WRK-SO-DATA TO TRUE
           END-IF.
           IF WRK-SO-DATA
              ADD 1 TO WRK-ACUM-REVER
           END-IF.
           IF WRK-DIFERE
              ADD 1 TO WRK-ACUM-DIVERG
              DISPLAY "CLIENTE " EXP-CLIENTE " DIVERGE:"
              MOVE EXP-SALDO TO WRK-VALOR-ED
              DISPLAY "   NA EXPOSICAO.... " WRK-VALOR-ED
                      " EM " EXP-QTD-ABERTAS " PARCELA(S), MAIS "
                      "ANTIGA " EXP-VENCTO-ANTIGO
              MOVE WRK-CLI-SALDO(WRK-IDX) TO WRK-VALOR-ED
              DISPLAY "   NOS TITULOS..... " WRK-VALOR-ED
                      " EM " WRK-CLI-QTD(WRK-IDX)
                      " PARCELA(S), MAIS ANTIGA "
                      WRK-CLI-VENCTO(WRK-IDX)
           END-IF.
           IF NOT WRK-MODO-ACERTO
              GO TO 0310-CONFERIR-FIM
           END-IF.
           IF NOT WRK-DIFERE AND NOT WRK-SO-DATA
              GO TO 0310-CONFERIR-FIM
           END-IF.
           PERFORM 0320-MONTAR-EXPOSICAO.
           REWRITE REG-CREXPOS
             INVALID KEY
                DISPLAY "   ERRO AO ACERTAR A EXPOSICAO DO CLIENTE "
                        EXP-CLIENTE
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-ACERTOS
                IF WRK-DIFERE
                   DISPLAY "   EXPOSICAO ACERTADA PELOS TITULOS"
                END-IF
           END-REWRITE.

       0310-CONFERIR-FIM.
           EXIT.

       0320-MONTAR-EXPOSICAO        SECTION.
           MOVE WRK-IDX                TO EXP-CLIENTE.
           MOVE WRK-CLI-SALDO(WRK-IDX)  TO EXP-SALDO.
           MOVE WRK-CLI-QTD(WRK-IDX)    TO EXP-QTD-ABERTAS.
           MOVE WRK-CLI-VENCTO(WRK-IDX) TO EXP-VENCTO-ANTIGO.
           SET EXP-VENCTO-EXATO         TO TRUE.
           MOVE WRK-DATA-HOJE           TO EXP-DATA-ATU.

       0400-CONFERIR-AUSENTES       SECTION.
      *-------- CLIENTE COM PARCELA ABERTA E SEM EXPOSICAO GRAVADA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 9999
              IF WRK-CLI-QTD(WRK-IDX) GREATER ZEROS
                 AND NOT WRK-CLI-CONFERIDO(WRK-IDX)
                 PERFORM 0410-CLIENTE-AUSENTE
              END-IF
           END-PERFORM.

       0410-CLIENTE-AUSENTE         SECTION.
           ADD 1 TO WRK-ACUM-DIVERG.
           MOVE WRK-CLI-SALDO(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "CLIENTE " WRK-IDX " SEM EXPOSICAO - TITULOS "
                   WRK-VALOR-ED " EM " WRK-CLI-QTD(WRK-IDX)
                   " PARCELA(S)".
           IF NOT WRK-MODO-ACERTO
              GO TO 0410-CLIENTE-FIM
           END-IF.
           PERFORM 0320-MONTAR-EXPOSICAO.
           WRITE REG-CREXPOS
             INVALID KEY
                DISPLAY "   ERRO AO CRIAR A EXPOSICAO DO CLIENTE "
                        WRK-IDX
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-ACERTOS
                DISPLAY "   EXPOSICAO CRIADA PELOS TITULOS"
           END-WRITE.

       0410-CLIENTE-FIM.
           EXIT.

       0500-FINALIZAR               SECTION.
           IF WRK-EXPOS-ABERTO
              CLOSE CREXPOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "TITULOS LIDOS........... " WRK-ACUM-TITULOS.
           DISPLAY "PARCELAS EM ABERTO...... " WRK-ACUM-ABERTOS.
           DISPLAY "CLIENTES COM ABERTO..... " WRK-ACUM-CLIENTES.
           DISPLAY "CLIENTES DIVERGENTES.... " WRK-ACUM-DIVERG.
           DISPLAY "VENCIMENTOS A REVER..... " WRK-ACUM-REVER.
           IF WRK-MODO-ACERTO
              DISPLAY "EXPOSICOES ACERTADAS.... " WRK-ACUM-ACERTOS
           END-IF.
           DISPLAY "=========================================".
           IF WRK-ACUM-DIVERG GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DA CONFERENCIA DA EXPOSICAO".

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
           MOVE "CREXPOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CREXPOS.
