       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTCONS.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DO ADIANTAMENTO QUINZENAL - RECEBE A
      *           COMPETENCIA (AAAAMM) E O CODIGO DO FUNCIONARIO E
      *           DEVOLVE O ADIANTAMENTO PAGO NO MES PELO FOLHAADT
      *           (ADIANT_AAAAMM.txt), PARA A FOLHA DO FIM DO MES
      *           (BASE6, FOLHABCO, HOLERITE) E A RESCISAO (FOLHARES)
      *           DESCONTAREM DO LIQUIDO SEM NINGUEM DIGITAR NADA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SEM ARQUIVO DA COMPETENCIA OU SEM LINHA DO
      *              FUNCIONARIO, O ADIANTAMENTO VOLTA ZERADO. NAO
      *              ENTRA NO BRUTO NEM NAS BASES DO FOLHACAL - O
      *              CHAMADOR ABATE DO LIQUIDO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ADIANT ASSIGN TO WRK-ADIANT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ADIANT.

       DATA DIVISION.
       FILE SECTION.
       FD  ADIANT.
       COPY "ADTCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-ADIANT    PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-ADIANT-PATH   PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-COMPETENCIA PIC 9(06).
       01  LNK-CODIGO      PIC 9(04).
       01  LNK-VALOR       PIC 9(06)V99.

       PROCEDURE DIVISION USING LNK-COMPETENCIA LNK-CODIGO
                                 LNK-VALOR.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE ZEROS TO LNK-VALOR.
           MOVE SPACES TO WRK-ADIANT-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "ADIANT_"       DELIMITED BY SIZE
                  LNK-COMPETENCIA DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-ADIANT-PATH.
           OPEN INPUT ADIANT.
           IF FS-ADIANT NOT EQUAL 00
              GOBACK
           END-IF.
           READ ADIANT
           PERFORM UNTIL FS-ADIANT NOT EQUAL 00
              IF ADT-CODIGO EQUAL LNK-CODIGO
                 ADD ADT-VALOR TO LNK-VALOR
              END-IF
              READ ADIANT
           END-PERFORM.
           CLOSE ADIANT.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
