       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCHK.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE CONSULTA DO TETO DE COMPRAS DO FUNCIONARIO
      *           DESCONTADAS EM FOLHA, NO MESMO ESPIRITO DO CREDCHK:
      *           RECEBE O CODIGO DO FUNCIONARIO (REG-CODIGO DO
      *           ARQFUNC) E O VALOR DA LINHA, CONFERE SE O
      *           FUNCIONARIO ESTA ATIVO, CALCULA O TETO DO MES
      *           (PERCENTUAL DO SALARIO, CARTAO CONSPAR.txt), SOMA O
      *           QUE ELE JA COMPROU NO MES (CONSFUNC_AAAAMM.txt) E
      *           DEVOLVE SE A LINHA CABE NO TETO - PARA O CAIXA
      *           (EXCBL18) NAO DEIXAR A COMPRA PASSAR DO LIMITE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTAO "TETOP" + PERCENTUAL 999,99 DO SALARIO;
      *              SEM CARTAO O TETO E 30% DO SALARIO. ESTORNO ("E")
      *              ABATE DO USADO.
      *              LNK-RESULTADO "S" = DENTRO DO TETO, "N" = ESTOURA
      *              O TETO, "I" = FUNCIONARIO NAO CADASTRADO OU
      *              DESLIGADO. LNK-NOME, LNK-TETO E LNK-USADO VOLTAM
      *              PREENCHIDOS PARA O CAIXA MOSTRAR AO OPERADOR
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT CONSPAR ASSIGN TO WRK-PATH-CONSPAR
             FILE STATUS IS FS-CONSPAR.

           SELECT CONSFUNC ASSIGN TO WRK-CONSFUNC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONSFUNC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  CONSPAR.
       01  REG-CONSPAR.
           05 PAR-TIPO       PIC X(05).
           05 FILLER         PIC X(01).
           05 PAR-PERC       PIC 9(03)V99.

       FD  CONSFUNC.
       COPY "CONSCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-CONSPAR   PIC 9(02) VALUE ZEROS.
       77  FS-CONSFUNC  PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-TETO-PERC     PIC 9(03)V99 VALUE 30.
       77  WRK-SALARIO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-USADO-CALC    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-FUNC-ACHADO       VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONSPAR  PIC X(60) VALUE SPACES.
       01  WRK-CONSFUNC-PATH PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-FUNCIONARIO PIC 9(04).
       01  LNK-VALOR       PIC 9(05)V99.
       01  LNK-NOME        PIC X(20).
       01  LNK-TETO        PIC 9(07)V99.
       01  LNK-USADO       PIC 9(07)V99.
       77  LNK-RESULTADO   PIC X(01).
           88 LNK-DENTRO-DO-TETO    VALUE "S".

       PROCEDURE DIVISION USING LNK-FUNCIONARIO LNK-VALOR LNK-NOME
                                 LNK-TETO LNK-USADO LNK-RESULTADO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "I"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-NOME.
           MOVE ZEROS  TO LNK-TETO LNK-USADO.
           MOVE "N"    TO WRK-SW-ACHOU.
           PERFORM 0100-BUSCAR-FUNCIONARIO.
           IF NOT WRK-FUNC-ACHADO
              GOBACK
           END-IF.
           PERFORM 0200-CALCULAR-TETO.
           PERFORM 0300-SOMAR-MES.
           IF LNK-USADO + LNK-VALOR GREATER LNK-TETO
              MOVE "N" TO LNK-RESULTADO
           ELSE
              MOVE "S" TO LNK-RESULTADO
           END-IF.
           GOBACK.

       0100-BUSCAR-FUNCIONARIO       SECTION.
      *-------- SO FUNCIONARIO ATIVO COMPRA EM FOLHA
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              GO TO 0100-BUSCAR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                      OR WRK-FUNC-ACHADO
              IF REG-CODIGO EQUAL LNK-FUNCIONARIO
                 AND REG-FUNC-ATIVO
                 SET WRK-FUNC-ACHADO TO TRUE
                 MOVE REG-NOME    TO LNK-NOME
                 MOVE REG-SALARIO TO WRK-SALARIO
              ELSE
                 READ ARQFUNC
              END-IF
           END-PERFORM.
           CLOSE ARQFUNC.

       0100-BUSCAR-FIM.
           EXIT.

       0200-CALCULAR-TETO            SECTION.
      *-------- VALE O ULTIMO CARTAO "TETOP" DO ARQUIVO
           OPEN INPUT CONSPAR.
           IF FS-CONSPAR EQUAL 00
              READ CONSPAR
              PERFORM UNTIL FS-CONSPAR NOT EQUAL 00
                 IF PAR-TIPO EQUAL "TETOP" AND PAR-PERC NUMERIC
                    MOVE PAR-PERC TO WRK-TETO-PERC
                 END-IF
                 READ CONSPAR
              END-PERFORM
              CLOSE CONSPAR
           END-IF.
           COMPUTE LNK-TETO ROUNDED
                 = WRK-SALARIO * WRK-TETO-PERC / 100.

       0300-SOMAR-MES                SECTION.
      *-------- COMPRAS MENOS ESTORNOS DO FUNCIONARIO NO MES CORRENTE
           MOVE ZEROS TO WRK-USADO-CALC.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-AAAAMM.
           MOVE SPACES TO WRK-CONSFUNC-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "CONSFUNC_"  DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-CONSFUNC-PATH.
           OPEN INPUT CONSFUNC.
           IF FS-CONSFUNC NOT EQUAL 00
              GO TO 0300-SOMAR-FIM
           END-IF.
           READ CONSFUNC
           PERFORM UNTIL FS-CONSFUNC NOT EQUAL 00
              IF CSF-FUNCIONARIO EQUAL LNK-FUNCIONARIO
                 IF CSF-TIPO-ESTORNO
                    SUBTRACT CSF-VALOR FROM WRK-USADO-CALC
                 ELSE
                    ADD CSF-VALOR TO WRK-USADO-CALC
                 END-IF
              END-IF
              READ CONSFUNC
           END-PERFORM.
           CLOSE CONSFUNC.
           IF WRK-USADO-CALC GREATER ZEROS
              MOVE WRK-USADO-CALC TO LNK-USADO
           END-IF.

       0300-SOMAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "CONSPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONSPAR.
