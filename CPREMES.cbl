       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPREMES.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: REMESSA BANCARIA DE PAGAMENTO A FORNECEDORES - UM
      *           SUPERVISOR (OPSIGNON) INFORMA A DATA LIMITE, VE CADA
      *           TITULO EM ABERTO DO CONTASPAG VENCENDO ATE ELA E
      *           APROVA OU RETEM O PAGAMENTO; OS APROVADOS VAO PARA O
      *           ARQUIVO DE LAYOUT FIXO DO BANCO (REMPAG_AAAAMMDD.txt)
      *           COM A CONTA DO FORNECEDOR (FORNECED.DAT): HEADER,
      *           UM DETALHE POR TITULO E TRAILER COM QUANTIDADE E
      *           SOMA, COMO O FOLHABCO FAZ COM OS SALARIOS - NO LUGAR
      *           DE DIGITAR PAGAMENTO POR PAGAMENTO NO SITE DO BANCO
      *           E BAIXAR UM A UM NO CPBAIXA. O RETORNO DO BANCO E
      *           PROCESSADO PELO CPRETOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LAYOUT DA REMESSA (80 POSICOES):
      *                "H" + NOME DA EMPRESA (30) + CNPJ (14) + DATA
      *                      DO PAGAMENTO (8)
      *                "D" + FORNECEDOR (4) + NOTA (9) + CNPJ (14) +
      *                      BANCO (3) + AGENCIA (5) + CONTA (12) +
      *                      DIGITO (1) + VALOR (11, 2 DECIMAIS) +
      *                      VENCIMENTO (8)
      *                "T" + QUANTIDADE (6) + SOMA (13, 2 DECIMAIS)
      *              CADA TITULO REMETIDO GANHA UMA LINHA "E" NO
      *              PAGSTAT.txt E NAO ENTRA EM OUTRA REMESSA ATE O
      *              RETORNO; FORNECEDOR SEM CONTA (BANCO 000 NO
      *              FORNMANT) FICA DE FORA E E APONTADO. UMA REMESSA
      *              POR DIA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT REMPAG ASSIGN TO WRK-REMPAG-PATH
             FILE STATUS IS FS-REMPAG.

           SELECT PAGSTAT ASSIGN TO WRK-PATH-PAGSTAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PAGSTAT.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  REMPAG.
       01  REG-REMPAG                PIC X(80).
       01  REG-REMPAG-HDR REDEFINES REG-REMPAG.
           05 REM-HDR-TIPO    PIC X(01).
           05 REM-HDR-EMPRESA PIC X(30).
           05 REM-HDR-CNPJ    PIC 9(14).
           05 REM-HDR-DATA    PIC 9(08).
           05 FILLER          PIC X(27).
       01  REG-REMPAG-DET REDEFINES REG-REMPAG.
           05 REM-DET-TIPO    PIC X(01).
           05 REM-DET-FORNEC  PIC 9(04).
           05 REM-DET-NOTA    PIC 9(09).
           05 REM-DET-CNPJ    PIC 9(14).
           05 REM-DET-BANCO   PIC 9(03).
           05 REM-DET-AGENCIA PIC 9(05).
           05 REM-DET-CONTA   PIC 9(12).
           05 REM-DET-DV      PIC X(01).
           05 REM-DET-VALOR   PIC 9(09)V99.
           05 REM-DET-VENCTO  PIC 9(08).
           05 FILLER          PIC X(12).
       01  REG-REMPAG-TRL REDEFINES REG-REMPAG.
           05 REM-TRL-TIPO    PIC X(01).
           05 REM-TRL-QTD     PIC 9(06).
           05 REM-TRL-SOMA    PIC 9(11)V99.
           05 FILLER          PIC X(60).

       FD  PAGSTAT.
       COPY "PAGCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-REMPAG    PIC 9(02) VALUE ZEROS.
       77  FS-PAGSTAT   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPREMES".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASPAG".

      *-------------- DADOS DA EMPRESA NO HEADER ---------------------
       77  WRK-EMPRESA-NOME  PIC X(30)
           VALUE "COMERCIO AULACOBOL LTDA".
       77  WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 12345678000195.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       01  WRK-REMPAG-PATH   PIC X(60) VALUE SPACES.

       77  WRK-SW-APROVA     PIC X(01) VALUE "N".
           88 WRK-APROVADO          VALUE "S" "s".

      *-------------- SUPERVISOR (MODULO OPSIGNON) -------------------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------- SITUACAO DE CADA TITULO NO PAGSTAT.txt ---------
       77  WRK-QTD-STAT      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-STATUS.
           05 WRK-STA-ENTRY OCCURS 2000 TIMES.
              10 WRK-STA-FORNEC    PIC 9(04).
              10 WRK-STA-NOTA      PIC 9(09).
              10 WRK-STA-STATUS    PIC X(01).
                 88 WRK-STA-AGUARDA      VALUE "E".
       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-PENDENTE   PIC X(01) VALUE "N".
           88 WRK-TITULO-PENDENTE   VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-CANDIDATOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REMETIDOS  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-RETIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-AGUARDA    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEMCONTA   PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-REMETIDA   PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PAGSTAT  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0150-CARREGAR-SITUACAO
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "REMESSA DE PAGAMENTOS - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
      *-------- O PAGAMENTO E APROVADO TITULO A TITULO POR SUPERVISOR
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK OR NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "APROVACAO DE PAGAMENTOS EXIGE UM SUPERVISOR - "
                      "PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO WRK-REMPAG-PATH.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  "REMPAG_"     DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-REMPAG-PATH.
      *-------- UMA REMESSA POR DIA: A DE HOJE NAO E SOBREGRAVADA
           OPEN INPUT REMPAG.
           IF FS-REMPAG EQUAL 00
              CLOSE REMPAG
              DISPLAY "REMESSA DE HOJE (REMPAG_" WRK-DATA-HOJE
                      ".txt) JA FOI GERADA - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "PAGAR TITULOS VENCENDO ATE (AAAAMMDD, ZERO = "
                   "HOJE): "
             ACCEPT WRK-DATA-LIMITE.
           IF WRK-DATA-LIMITE EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE
           END-IF.

           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "FORNECEDORES NAO ABRIU        " TO WRK-MSG-ERRO
              MOVE "FORNECED.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECED TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT REMPAG.
           IF FS-REMPAG NOT EQUAL 00
              MOVE "ERRO NO OPEN DA REMESSA       " TO WRK-MSG-ERRO
              MOVE "REMPAG"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-REMPAG TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE SPACES           TO REG-REMPAG.
           MOVE "H"              TO REM-HDR-TIPO.
           MOVE WRK-EMPRESA-NOME TO REM-HDR-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ TO REM-HDR-CNPJ.
           MOVE WRK-DATA-HOJE    TO REM-HDR-DATA.
           WRITE REG-REMPAG.

       0150-CARREGAR-SITUACAO       SECTION.
      *-------- ULTIMA SITUACAO DE CADA TITULO JA REMETIDO
           OPEN INPUT PAGSTAT.
           IF FS-PAGSTAT NOT EQUAL 00
              GO TO 0150-CARREGAR-FIM
           END-IF.
           READ PAGSTAT
           PERFORM UNTIL FS-PAGSTAT NOT EQUAL 00
              MOVE "N" TO WRK-SW-ACHOU
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-STAT
                         OR WRK-ACHOU
                 IF WRK-STA-FORNEC(WRK-IDX) EQUAL PGS-FORNECEDOR
                    AND WRK-STA-NOTA(WRK-IDX) EQUAL PGS-NOTA
                    MOVE PGS-STATUS TO WRK-STA-STATUS(WRK-IDX)
                    SET WRK-ACHOU TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WRK-ACHOU AND WRK-QTD-STAT LESS 2000
                 ADD 1 TO WRK-QTD-STAT
                 MOVE PGS-FORNECEDOR TO WRK-STA-FORNEC(WRK-QTD-STAT)
                 MOVE PGS-NOTA       TO WRK-STA-NOTA(WRK-QTD-STAT)
                 MOVE PGS-STATUS     TO WRK-STA-STATUS(WRK-QTD-STAT)
              END-IF
              READ PAGSTAT
           END-PERFORM.
           CLOSE PAGSTAT.

       0150-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ CONTASPAG
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              IF CP-ABERTO
                 AND CP-DATA-VENCTO NOT GREATER WRK-DATA-LIMITE
                 ADD 1 TO WRK-ACUM-CANDIDATOS
                 PERFORM 0210-AVALIAR-TITULO
              END-IF
              READ CONTASPAG
           END-PERFORM.

       0210-AVALIAR-TITULO          SECTION.
           MOVE CP-VALOR TO WRK-VALOR-ED.
      *-------- JA REMETIDO E SEM RETORNO NAO VAI DE NOVO
           MOVE "N" TO WRK-SW-PENDENTE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-STAT
                      OR WRK-TITULO-PENDENTE
              IF WRK-STA-FORNEC(WRK-IDX) EQUAL CP-FORNECEDOR
                 AND WRK-STA-NOTA(WRK-IDX) EQUAL CP-NOTA
                 AND WRK-STA-AGUARDA(WRK-IDX)
                 SET WRK-TITULO-PENDENTE TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-TITULO-PENDENTE
              ADD 1 TO WRK-ACUM-AGUARDA
              DISPLAY "FORNECEDOR " CP-FORNECEDOR " NOTA " CP-NOTA
                      " JA REMETIDO - AGUARDANDO RETORNO"
              GO TO 0210-AVALIAR-FIM
           END-IF.

           MOVE CP-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
             INVALID KEY
                MOVE ZEROS  TO FOR-BANCO
                MOVE SPACES TO FOR-NOME
           END-READ.
           IF FOR-BANCO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-SEMCONTA
              DISPLAY "FORNECEDOR " CP-FORNECEDOR " NOTA " CP-NOTA
                      " VALOR " WRK-VALOR-ED
                      " SEM DADOS BANCARIOS - PAGAR FORA DA REMESSA"
              GO TO 0210-AVALIAR-FIM
           END-IF.

           DISPLAY "-----------------------------------------".
           DISPLAY "FORNECEDOR " CP-FORNECEDOR " " FOR-NOME.
           DISPLAY "NOTA " CP-NOTA " VENCIMENTO " CP-DATA-VENCTO
                   " VALOR " WRK-VALOR-ED.
           DISPLAY "BANCO " FOR-BANCO " AGENCIA " FOR-AGENCIA
                   " CONTA " FOR-CONTA "-" FOR-CONTA-DV.
           DISPLAY "APROVA O PAGAMENTO (S/N)? "
             ACCEPT WRK-SW-APROVA.
           IF NOT WRK-APROVADO
              ADD 1 TO WRK-ACUM-RETIDOS
              DISPLAY "PAGAMENTO RETIDO"
              GO TO 0210-AVALIAR-FIM
           END-IF.

           MOVE SPACES         TO REG-REMPAG.
           MOVE "D"            TO REM-DET-TIPO.
           MOVE CP-FORNECEDOR  TO REM-DET-FORNEC.
           MOVE CP-NOTA        TO REM-DET-NOTA.
           MOVE FOR-CNPJ       TO REM-DET-CNPJ.
           MOVE FOR-BANCO      TO REM-DET-BANCO.
           MOVE FOR-AGENCIA    TO REM-DET-AGENCIA.
           MOVE FOR-CONTA      TO REM-DET-CONTA.
           MOVE FOR-CONTA-DV   TO REM-DET-DV.
           MOVE CP-VALOR       TO REM-DET-VALOR.
           MOVE CP-DATA-VENCTO TO REM-DET-VENCTO.
           WRITE REG-REMPAG.
           ADD 1        TO WRK-ACUM-REMETIDOS.
           ADD CP-VALOR TO WRK-SOMA-REMETIDA.
           PERFORM 0220-GRAVAR-STATUS.

       0210-AVALIAR-FIM.
           EXIT.

       0220-GRAVAR-STATUS           SECTION.
           OPEN EXTEND PAGSTAT.
           IF FS-PAGSTAT EQUAL 35
              OPEN OUTPUT PAGSTAT
           END-IF.
           MOVE SPACES        TO REG-PAGSTAT.
           MOVE WRK-DATA-HOJE TO PGS-DATA-PROC PGS-DATA-REM.
           MOVE CP-FORNECEDOR TO PGS-FORNECEDOR.
           MOVE CP-NOTA       TO PGS-NOTA.
           MOVE CP-VALOR      TO PGS-VALOR.
           MOVE "E"           TO PGS-STATUS.
           WRITE REG-PAGSTAT.
           CLOSE PAGSTAT.

       0300-FINALIZAR               SECTION.
           MOVE SPACES             TO REG-REMPAG.
           MOVE "T"                TO REM-TRL-TIPO.
           MOVE WRK-ACUM-REMETIDOS TO REM-TRL-QTD.
           MOVE WRK-SOMA-REMETIDA  TO REM-TRL-SOMA.
           WRITE REG-REMPAG.
           CLOSE CONTASPAG.
           CLOSE FORNECED.
           CLOSE REMPAG.

           MOVE WRK-SOMA-REMETIDA TO WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "TITULOS ATE " WRK-DATA-LIMITE "..... "
                   WRK-ACUM-CANDIDATOS.
           DISPLAY "REMETIDOS............... " WRK-ACUM-REMETIDOS.
           DISPLAY "RETIDOS PELO SUPERVISOR. " WRK-ACUM-RETIDOS.
           DISPLAY "AGUARDANDO RETORNO...... " WRK-ACUM-AGUARDA.
           DISPLAY "SEM DADOS BANCARIOS..... " WRK-ACUM-SEMCONTA.
           DISPLAY "SOMA REMETIDA........... " WRK-SOMA-ED.
           DISPLAY "APROVADO POR............ " WRK-OPERADOR.
           DISPLAY "CONFERIR ANTES DE SUBIR PARA O BANCO".
           DISPLAY "=========================================".
           DISPLAY "FIM DA REMESSA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASPAG.
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
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PAGSTAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PAGSTAT.
