      *              TUDO VOLTA ZERADO E O BRUTO E O PROPRIO SALARIO
      *              (MES SEM APONTAMENTO E MES NORMAL, COMO ANTES);
      *              O BRUTO NUNCA DESCE ABAIXO DE ZERO
      * 15/10/2026 JV - DEVOLVE TAMBEM O DESCONTO DAS COMPRAS DO
      *                 FUNCIONARIO NA LOJA NO MES (LNK-VLR-CONSUMO,
      *                 COMPRAS MENOS ESTORNOS DO CONSFUNC_AAAAMM.txt
      *                 GRAVADO PELO CAIXA): NAO ENTRA NO BRUTO NEM NAS
      *                 BASES DO FOLHACAL - O CHAMADOR ABATE DO LIQUIDO
      * 15/10/2026 JV - DEVOLVE TAMBEM A COMISSAO DO MES DOS
      *                 OPERADORES VINCULADOS AO FUNCIONARIO
      *                 (LNK-VLR-COMISSAO, COMISFOL_AAAAMM.txt GRAVADO
      *                 PELO COMISSAO), QUE ENTRA NO BRUTO AJUSTADO E
      *                 PASSA PELAS TABELAS DO FOLHACAL
      * 15/10/2026 JV - DEVOLVE TAMBEM A PARTE DO FUNCIONARIO NO
      *                 VALE-TRANSPORTE E NO VALE-REFEICAO DO MES
      *                 (LNK-VLR-BENEFICIO, BENEF_AAAAMM.txt GRAVADO
      *                 PELO BENEFMES): NAO ENTRA NO BRUTO - O
      *                 CHAMADOR ABATE DO LIQUIDO, COMO O CONSUMO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FREQMES.

           SELECT CONSFUNC ASSIGN TO WRK-CONSFUNC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONSFUNC.

           SELECT COMISFOL ASSIGN TO WRK-COMISFOL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-COMISFOL.

           SELECT BENEFMES ASSIGN TO WRK-BENEFMES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BENEFMES.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQMES.
           05 FILLER         PIC X(01).
           05 FRQ-FALTAS     PIC 9(02).

       FD  CONSFUNC.
       COPY "CONSCOPY.cpy".

       FD  COMISFOL.
       COPY "CMSCOPY.cpy".

       FD  BENEFMES.
       COPY "BNMCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-FREQMES   PIC 9(02) VALUE ZEROS.
       77  FS-CONSFUNC  PIC 9(02) VALUE ZEROS.
       77  FS-COMISFOL  PIC 9(02) VALUE ZEROS.
       77  FS-BENEFMES  PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-HORA    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-DIA     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-BRUTO-CALC    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CONSUMO-CALC  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-COMISSAO-CALC PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-FUNC-ACHADO       VALUE "S".

       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-FREQMES-PATH  PIC X(60) VALUE SPACES.
       01  WRK-CONSFUNC-PATH PIC X(60) VALUE SPACES.
       01  WRK-COMISFOL-PATH PIC X(60) VALUE SPACES.
       01  WRK-BENEFMES-PATH PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-CODIGO      PIC 9(04).
       01  LNK-VLR-HE100   PIC 9(06)V99.
       01  LNK-VLR-FALTAS  PIC 9(06)V99.
       01  LNK-BRUTO       PIC 9(06)V99.
       01  LNK-VLR-CONSUMO PIC 9(06)V99.
       01  LNK-VLR-COMISSAO PIC 9(06)V99.
       01  LNK-VLR-BENEFICIO PIC 9(06)V99.

       PROCEDURE DIVISION USING LNK-CODIGO LNK-SALARIO
                                 LNK-VLR-HE50 LNK-VLR-HE100
                                 LNK-VLR-FALTAS LNK-BRUTO
                                 LNK-VLR-CONSUMO LNK-VLR-COMISSAO
                                 LNK-VLR-BENEFICIO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE ZEROS TO LNK-VLR-HE50 LNK-VLR-HE100
                         LNK-VLR-FALTAS.
           MOVE "N" TO WRK-SW-ACHOU.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-AAAAMM.
           PERFORM 0200-SOMAR-CONSUMO.
           PERFORM 0300-SOMAR-COMISSAO.
           PERFORM 0400-SOMAR-BENEFICIO.
           COMPUTE LNK-BRUTO = LNK-SALARIO + LNK-VLR-COMISSAO.
           MOVE SPACES TO WRK-FREQMES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "FREQ_"      DELIMITED BY SIZE
                 = FRQ-FALTAS * WRK-VALOR-DIA.
           COMPUTE WRK-BRUTO-CALC
                 = LNK-SALARIO + LNK-VLR-HE50 + LNK-VLR-HE100
                   + LNK-VLR-COMISSAO - LNK-VLR-FALTAS.
           IF WRK-BRUTO-CALC LESS ZEROS
              MOVE ZEROS TO WRK-BRUTO-CALC
           END-IF.
           MOVE WRK-BRUTO-CALC TO LNK-BRUTO.

       0200-SOMAR-CONSUMO            SECTION.
      *--------------------------------------------------------------
      *-------- COMPRAS DO FUNCIONARIO NA LOJA DESCONTADAS EM FOLHA:
      *-------- COMPRAS MENOS ESTORNOS DO MES NO LIVRO DO CAIXA; SEM
      *-------- ARQUIVO DO MES O DESCONTO E ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO LNK-VLR-CONSUMO WRK-CONSUMO-CALC.
           MOVE SPACES TO WRK-CONSFUNC-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "CONSFUNC_"  DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-CONSFUNC-PATH.
           OPEN INPUT CONSFUNC.
           IF FS-CONSFUNC NOT EQUAL 00
              GO TO 0200-SOMAR-FIM
           END-IF.
           READ CONSFUNC
           PERFORM UNTIL FS-CONSFUNC NOT EQUAL 00
              IF CSF-FUNCIONARIO EQUAL LNK-CODIGO
                 IF CSF-TIPO-ESTORNO
                    SUBTRACT CSF-VALOR FROM WRK-CONSUMO-CALC
                 ELSE
                    ADD CSF-VALOR TO WRK-CONSUMO-CALC
                 END-IF
              END-IF
              READ CONSFUNC
           END-PERFORM.
           CLOSE CONSFUNC.
           IF WRK-CONSUMO-CALC GREATER ZEROS
              MOVE WRK-CONSUMO-CALC TO LNK-VLR-CONSUMO
           END-IF.

       0200-SOMAR-FIM.
           EXIT.

       0300-SOMAR-COMISSAO           SECTION.
      *--------------------------------------------------------------
      *-------- COMISSAO DO MES DOS OPERADORES VINCULADOS AO
      *-------- FUNCIONARIO (COMISFOL_AAAAMM.txt, GRAVADO PELO
      *-------- COMISSAO); ENTRA NO BRUTO E PASSA PELAS TABELAS DO
      *-------- FOLHACAL. SEM ARQUIVO DO MES A COMISSAO E ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO LNK-VLR-COMISSAO WRK-COMISSAO-CALC.
           MOVE SPACES TO WRK-COMISFOL-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "COMISFOL_"  DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-COMISFOL-PATH.
           OPEN INPUT COMISFOL.
           IF FS-COMISFOL NOT EQUAL 00
              GO TO 0300-SOMAR-FIM
           END-IF.
           READ COMISFOL
           PERFORM UNTIL FS-COMISFOL NOT EQUAL 00
              IF CMS-CODIGO-FUNC EQUAL LNK-CODIGO
                 ADD CMS-VALOR TO WRK-COMISSAO-CALC
              END-IF
              READ COMISFOL
           END-PERFORM.
           CLOSE COMISFOL.
           MOVE WRK-COMISSAO-CALC TO LNK-VLR-COMISSAO.

       0300-SOMAR-FIM.
           EXIT.

       0400-SOMAR-BENEFICIO          SECTION.
      *--------------------------------------------------------------
      *-------- PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E NO
      *-------- VALE-REFEICAO DO MES (BENEF_AAAAMM.txt, GRAVADO PELO
      *-------- BENEFMES); NAO ENTRA NO BRUTO - O CHAMADOR ABATE DO
      *-------- LIQUIDO, COMO O CONSUMO. SEM ARQUIVO DO MES E ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO LNK-VLR-BENEFICIO.
           MOVE SPACES TO WRK-BENEFMES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "BENEF_"     DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-BENEFMES-PATH.
           OPEN INPUT BENEFMES.
           IF FS-BENEFMES NOT EQUAL 00
              GO TO 0400-SOMAR-FIM
           END-IF.
           READ BENEFMES
           PERFORM UNTIL FS-BENEFMES NOT EQUAL 00
              IF BNM-CODIGO-FUNC EQUAL LNK-CODIGO
                 COMPUTE LNK-VLR-BENEFICIO = LNK-VLR-BENEFICIO
                       + BNM-DESC-VT + BNM-DESC-VR
              END-IF
              READ BENEFMES
           END-PERFORM.
           CLOSE BENEFMES.

       0400-SOMAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
