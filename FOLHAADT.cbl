       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAADT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ADIANTAMENTO QUINZENAL (DIA 20) - LE O ARQFUNC E, PARA
      *           CADA FUNCIONARIO ATIVO QUE NAO ABRIU MAO DO
      *           ADIANTAMENTO (ADTOFORA.txt), CALCULA O PERCENTUAL DO
      *           SALARIO DO CARTAO "ADTO" DO FOLHAPAR.txt, GERA A
      *           REMESSA BANCARIA REMADT_AAAAMMDD.txt NO MESMO LAYOUT
      *           H/D/T DO REMSAL DO FOLHABCO E GRAVA O ADIANTAMENTO DE
      *           CADA UM NO ADIANT_AAAAMM.txt (ADTCOPY) - QUE A FOLHA
      *           DO FIM DO MES DESCONTA SOZINHA (MODULO ADTCONS) - NO
      *           LUGAR DA PLANILHA E DA SUBIDA MANUAL NO BANCO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTAO DO FOLHAPAR.txt (SO A ALIQUOTA CONTA):
      *                ADTO <ZEROS> <PERCENTUAL 9(2)V99> <ZEROS>
      *              SEM O CARTAO O ADIANTAMENTO NAO E GERADO.
      *              ADTOFORA.txt: UM FUNCIONARIO POR LINHA, CODIGO
      *              9(4) + BRANCO + MOTIVO X(30), PARA QUEM PEDIU PARA
      *              NAO RECEBER O ADIANTAMENTO. ADIANTAMENTO = SALARIO
      *              BASE X PERCENTUAL, SEM DESCONTO (OS DESCONTOS SAO
      *              TODOS NA FOLHA DO FIM DO MES). RODADA REPETIDA NO
      *              MES SO COM CONFIRMACAO E REGRAVA A COMPETENCIA
      *              INTEIRA; A CONFERENCIA DO QUE FICOU SEM DESCONTO
      *              E DO ADTCONC
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT FOLHAPAR ASSIGN TO WRK-PATH-FOLHAPAR
             FILE STATUS IS FS-FOLHAPAR.

           SELECT ADTOFORA ASSIGN TO WRK-PATH-ADTOFORA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ADTOFORA.

           SELECT ADIANT ASSIGN TO WRK-ADIANT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ADIANT.

           SELECT REMADT ASSIGN TO WRK-REMADT-PATH
             FILE STATUS IS FS-REMADT.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  FOLHAPAR.
       01  REG-FOLHAPAR.
           05 PAR-TIPO       PIC X(04).
           05 FILLER         PIC X(01).
           05 PAR-LIMITE     PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 PAR-ALIQUOTA   PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 PAR-PARCELA    PIC 9(07)V99.

       FD  ADTOFORA.
       01  REG-ADTOFORA.
           05 ADF-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 ADF-MOTIVO     PIC X(30).

       FD  ADIANT.
       COPY "ADTCOPY.cpy".

       FD  REMADT.
       01  REG-REMADT                PIC X(53).
       01  REG-REMADT-HDR REDEFINES REG-REMADT.
           05 RAD-HDR-TIPO    PIC X(01).
           05 RAD-HDR-EMPRESA PIC X(30).
           05 RAD-HDR-CNPJ    PIC 9(14).
           05 RAD-HDR-DATA    PIC 9(08).
       01  REG-REMADT-DET REDEFINES REG-REMADT.
           05 RAD-DET-TIPO    PIC X(01).
           05 RAD-DET-CODIGO  PIC 9(04).
           05 RAD-DET-NOME    PIC X(20).
           05 RAD-DET-LIQUIDO PIC 9(06)V99.
           05 FILLER          PIC X(20).
       01  REG-REMADT-TRL REDEFINES REG-REMADT.
           05 RAD-TRL-TIPO    PIC X(01).
           05 RAD-TRL-QTD     PIC 9(06).
           05 RAD-TRL-SOMA    PIC 9(08)V99.
           05 FILLER          PIC X(36).


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAPAR  PIC 9(02) VALUE ZEROS.
       77  FS-ADTOFORA  PIC 9(02) VALUE ZEROS.
       77  FS-ADIANT    PIC 9(02) VALUE ZEROS.
       77  FS-REMADT    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FOLHAADT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ARQFUNC.DAT".

      *-------------- DADOS DA EMPRESA NO HEADER ---------------------
       77  WRK-EMPRESA-NOME  PIC X(30)
           VALUE "COMERCIO AULACOBOL LTDA".
       77  WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 12345678000195.

       77  WRK-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01  WRK-REMADT-PATH   PIC X(60) VALUE SPACES.
       01  WRK-ADIANT-PATH   PIC X(60) VALUE SPACES.

      *-------------- PERCENTUAL DO CARTAO "ADTO" -------------------
       77  WRK-PERCENTUAL    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SW-CARTAO     PIC X(01) VALUE "N".
           88 WRK-CARTAO-ACHADO     VALUE "S".
       77  WRK-SW-SEGUIR     PIC X(01) VALUE "N".
           88 WRK-PODE-SEGUIR       VALUE "S".
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
           88 WRK-CONFIRMOU         VALUE "S" "s".

      *-------------- QUEM ABRIU MAO DO ADIANTAMENTO -----------------
       77  WRK-ACUM-FORA-LISTA PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORA.
           05 WRK-FORA-CODIGO OCCURS 200 TIMES PIC 9(04).
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-FORA       PIC X(01) VALUE "N".
           88 WRK-FUNC-FORA         VALUE "S".

       77  WRK-VALOR-ADT     PIC 9(06)V99 VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-REMETIDOS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-OPCAO     PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-DESLIG    PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-ADT       PIC 9(08)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED       PIC Z9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FOLHAPAR PIC X(60) VALUE SPACES.
       01  WRK-PATH-ADTOFORA PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR.
           IF WRK-PODE-SEGUIR
              PERFORM 0200-PROCESSAR
              PERFORM 0300-FINALIZAR
           END-IF.
           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE WRK-AAAAMMDD(1:6) TO WRK-COMPETENCIA.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "ADIANTAMENTO QUINZENAL - " WRK-DATA-EXEC.
           DISPLAY "=========================================".

           PERFORM 0110-LER-PERCENTUAL.
           IF NOT WRK-CARTAO-ACHADO
              DISPLAY "CARTAO ADTO AUSENTE NO FOLHAPAR.txt - "
                      "ADIANTAMENTO NAO GERADO"
              GO TO 0100-INICIALIZAR-FIM
           END-IF.

      *-------- COMPETENCIA JA GERADA: SO REFAZ COM CONFIRMACAO (A
      *-------- REMESSA ANTERIOR PODE JA TER SUBIDO PARA O BANCO)
           MOVE SPACES TO WRK-ADIANT-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "ADIANT_"       DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-ADIANT-PATH.
           OPEN INPUT ADIANT.
           IF FS-ADIANT EQUAL 00
              CLOSE ADIANT
              DISPLAY "ADIANTAMENTO DA COMPETENCIA " WRK-COMPETENCIA
                      " JA GERADO - REFAZER (S/N)? "
                ACCEPT WRK-CONFIRMA
              IF NOT WRK-CONFIRMOU
                 DISPLAY "PROCESSO ENCERRADO SEM ALTERACAO"
                 GO TO 0100-INICIALIZAR-FIM
              END-IF
           END-IF.

           PERFORM 0120-CARREGAR-FORA.

           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE SPACES TO WRK-REMADT-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "REMADT_"    DELIMITED BY SIZE
                  WRK-AAAAMMDD DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-REMADT-PATH.
           OPEN OUTPUT REMADT.
           IF FS-REMADT NOT EQUAL 00
              MOVE "ERRO NO OPEN DA REMESSA       " TO WRK-MSG-ERRO
              MOVE "REMADT"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-REMADT TO FS-ARQFUNC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT ADIANT.
           IF FS-ADIANT NOT EQUAL 00
              MOVE "ERRO NO OPEN DO ADIANT       " TO WRK-MSG-ERRO
              MOVE "ADIANT"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ADIANT TO FS-ARQFUNC
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE SPACES           TO REG-REMADT.
           MOVE "H"              TO RAD-HDR-TIPO.
           MOVE WRK-EMPRESA-NOME TO RAD-HDR-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ TO RAD-HDR-CNPJ.
           MOVE WRK-AAAAMMDD     TO RAD-HDR-DATA.
           WRITE REG-REMADT.

           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
           DISPLAY "PERCENTUAL DO SALARIO... " WRK-PERC-ED.
           DISPLAY "=========================================".
           SET WRK-PODE-SEGUIR TO TRUE.

       0100-INICIALIZAR-FIM.
           EXIT.

       0110-LER-PERCENTUAL          SECTION.
           MOVE "N"   TO WRK-SW-CARTAO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           OPEN INPUT FOLHAPAR.
           IF FS-FOLHAPAR NOT EQUAL 00
              GO TO 0110-LER-FIM
           END-IF.
           READ FOLHAPAR.
           PERFORM UNTIL FS-FOLHAPAR NOT EQUAL 00
              IF PAR-TIPO EQUAL "ADTO"
                 SET WRK-CARTAO-ACHADO TO TRUE
                 MOVE PAR-ALIQUOTA TO WRK-PERCENTUAL
              END-IF
              READ FOLHAPAR
           END-PERFORM.
           CLOSE FOLHAPAR.
           IF WRK-PERCENTUAL EQUAL ZEROS
              MOVE "N" TO WRK-SW-CARTAO
           END-IF.

       0110-LER-FIM.
           EXIT.

       0120-CARREGAR-FORA           SECTION.
      *--------------------------------------------------------------
      *-------- FUNCIONARIOS QUE ABRIRAM MAO DO ADIANTAMENTO; SEM O
      *-------- ARQUIVO, TODO ATIVO RECEBE
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-FORA-LISTA.
           OPEN INPUT ADTOFORA.
           IF FS-ADTOFORA NOT EQUAL 00
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ ADTOFORA.
           PERFORM UNTIL FS-ADTOFORA NOT EQUAL 00
              IF ADF-CODIGO NUMERIC
                 IF WRK-ACUM-FORA-LISTA LESS 200
                    ADD 1 TO WRK-ACUM-FORA-LISTA
                    MOVE ADF-CODIGO
                      TO WRK-FORA-CODIGO(WRK-ACUM-FORA-LISTA)
                 ELSE
                    DISPLAY "ADTOFORA.txt COM MAIS DE 200 LINHAS - "
                            ADF-CODIGO " IGNORADO"
                 END-IF
              END-IF
              READ ADTOFORA
           END-PERFORM.
           CLOSE ADTOFORA.

       0120-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ ARQFUNC
             IF FS-ARQFUNC EQUAL 0
                PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                   IF REG-FUNC-DESLIGADO
                      ADD 1 TO WRK-ACUM-DESLIG
                   ELSE
                      PERFORM 0210-ADIANTAR-FUNCIONARIO
                   END-IF
                   READ ARQFUNC
                END-PERFORM
             ELSE
                DISPLAY "ARQUIVO DE FUNCIONARIOS VAZIO"
             END-IF.

       0210-ADIANTAR-FUNCIONARIO    SECTION.
           MOVE "N" TO WRK-SW-FORA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-FORA-LISTA
                      OR WRK-FUNC-FORA
              IF WRK-FORA-CODIGO(WRK-IDX) EQUAL REG-CODIGO
                 SET WRK-FUNC-FORA TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-FUNC-FORA
              ADD 1 TO WRK-ACUM-OPCAO
              DISPLAY "CODIGO " REG-CODIGO " " REG-NOME
                      " SEM ADIANTAMENTO (ADTOFORA)"
              GO TO 0210-ADIANTAR-FIM
           END-IF.

           COMPUTE WRK-VALOR-ADT ROUNDED
                 = REG-SALARIO * WRK-PERCENTUAL / 100.
           IF WRK-VALOR-ADT EQUAL ZEROS
              GO TO 0210-ADIANTAR-FIM
           END-IF.

           ADD 1 TO WRK-ACUM-REMETIDOS.
           ADD WRK-VALOR-ADT TO WRK-SOMA-ADT.

           MOVE SPACES        TO REG-REMADT.
           MOVE "D"           TO RAD-DET-TIPO.
           MOVE REG-CODIGO    TO RAD-DET-CODIGO.
           MOVE REG-NOME      TO RAD-DET-NOME.
           MOVE WRK-VALOR-ADT TO RAD-DET-LIQUIDO.
           WRITE REG-REMADT.

           MOVE SPACES          TO REG-ADIANT.
           MOVE WRK-COMPETENCIA TO ADT-COMPETENCIA.
           MOVE REG-CODIGO      TO ADT-CODIGO.
           MOVE REG-NOME        TO ADT-NOME.
           MOVE REG-SALARIO     TO ADT-SALARIO.
           MOVE WRK-PERCENTUAL  TO ADT-PERCENTUAL.
           MOVE WRK-VALOR-ADT   TO ADT-VALOR.
           MOVE WRK-AAAAMMDD    TO ADT-DATA.
           WRITE REG-ADIANT.

      *-------- RELATORIO DE CONFERENCIA
           MOVE WRK-VALOR-ADT TO WRK-VALOR-ED.
           DISPLAY "CODIGO " REG-CODIGO " " REG-NOME
                   " ADIANTAMENTO " WRK-VALOR-ED.

       0210-ADIANTAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           MOVE SPACES             TO REG-REMADT.
           MOVE "T"                TO RAD-TRL-TIPO.
           MOVE WRK-ACUM-REMETIDOS TO RAD-TRL-QTD.
           MOVE WRK-SOMA-ADT       TO RAD-TRL-SOMA.
           WRITE REG-REMADT.
           CLOSE ARQFUNC.
           CLOSE REMADT.
           CLOSE ADIANT.

           MOVE WRK-SOMA-ADT TO WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "ADIANTAMENTOS REMETIDOS. " WRK-ACUM-REMETIDOS.
           DISPLAY "SEM ADIANTAMENTO (OPCAO) " WRK-ACUM-OPCAO.
           DISPLAY "DESLIGADOS (FORA)....... " WRK-ACUM-DESLIG.
           DISPLAY "SOMA DOS ADIANTAMENTOS.. " WRK-SOMA-ED.
           DISPLAY "CONFERIR ANTES DE SUBIR PARA O BANCO".
           DISPLAY "=========================================".
           DISPLAY "FIM DO ADIANTAMENTO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ARQFUNC.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "FOLHAPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FOLHAPAR.
           MOVE "ADTOFORA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ADTOFORA.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
