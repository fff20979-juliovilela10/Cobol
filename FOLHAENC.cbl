       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAENC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DOS ENCARGOS DA EMPRESA SOBRE A FOLHA - RECEBE
      *           O BRUTO DO MES DO FUNCIONARIO E DEVOLVE O DEPOSITO DO
      *           FGTS, O INSS PATRONAL E TERCEIROS (RAT + OUTRAS
      *           ENTIDADES), COM AS ALIQUOTAS DO MESMO CARTAO DE
      *           PARAMETROS DO FOLHACAL (FOLHAPAR.txt). NADA DISSO E
      *           DESCONTADO DO FUNCIONARIO: E CUSTO DA EMPRESA, QUE
      *           SAI COMO INFORMATIVO NO HOLERITE, COMO COLUNA PROPRIA
      *           NO SETCUSTO, NO FOLHAHIS E NA GUIA DO FGTS DO BASE6,
      *           E EM EVENTOS PROPRIOS NO DIARIO (CONTDIA)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTOES DE FOLHAPAR.txt, UM POR ENCARGO (SO A
      *              ALIQUOTA CONTA, LIMITE E PARCELA FICAM ZERADOS):
      *                FGTS <ZEROS> <ALIQ 9(2)V99> <ZEROS>
      *                PATR <ZEROS> <ALIQ 9(2)V99> <ZEROS>
      *                TERC <ZEROS> <ALIQ 9(2)V99> <ZEROS>
      *              TODOS SOBRE O BRUTO DO MES (MESMA BASE DO INSS DO
      *              FUNCIONARIO), SEM TETO. CARTAO DE UM ENCARGO
      *              AUSENTE = ENCARGO ZERADO; SEM NENHUM DOS TRES,
      *              LNK-RESULTADO VOLTA "N"
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT FOLHAPAR ASSIGN TO WRK-PATH-FOLHAPAR
             FILE STATUS IS FS-FOLHAPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAPAR.
       01  REG-FOLHAPAR.
           05 PAR-TIPO       PIC X(04).
           05 FILLER         PIC X(01).
           05 PAR-LIMITE     PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 PAR-ALIQUOTA   PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 PAR-PARCELA    PIC 9(07)V99.

       WORKING-STORAGE            SECTION.
       77  FS-FOLHAPAR  PIC 9(02) VALUE ZEROS.

      *-------------- ALIQUOTAS DOS ENCARGOS -------------------------
       77  WRK-ALIQ-FGTS     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-PATR     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-TERC     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-QTD-CARTOES   PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FOLHAPAR PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-BRUTO      PIC 9(06)V99.
       01  LNK-FGTS       PIC 9(06)V99.
       01  LNK-INSS-EMP   PIC 9(06)V99.
       01  LNK-TERCEIROS  PIC 9(06)V99.
       77  LNK-RESULTADO  PIC X(01).
           88 LNK-CALCULO-OK        VALUE "S".

       PROCEDURE DIVISION USING LNK-BRUTO LNK-FGTS LNK-INSS-EMP
                                 LNK-TERCEIROS LNK-RESULTADO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N"   TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-FGTS LNK-INSS-EMP LNK-TERCEIROS.
           PERFORM 0100-CARREGAR-ALIQUOTAS.
           IF WRK-QTD-CARTOES EQUAL ZEROS
              DISPLAY "CARTOES FGTS/PATR/TERC AUSENTES NO "
                      "FOLHAPAR.txt - ENCARGOS NAO CALCULADOS"
           ELSE
              PERFORM 0200-CALCULAR-ENCARGOS
              SET LNK-CALCULO-OK TO TRUE
           END-IF.
           GOBACK.

       0100-CARREGAR-ALIQUOTAS       SECTION.
           MOVE ZEROS TO WRK-QTD-CARTOES WRK-ALIQ-FGTS
                         WRK-ALIQ-PATR WRK-ALIQ-TERC.
           OPEN INPUT FOLHAPAR.
           IF FS-FOLHAPAR EQUAL 00
              READ FOLHAPAR
              PERFORM UNTIL FS-FOLHAPAR NOT EQUAL 00
                 EVALUATE PAR-TIPO
                    WHEN "FGTS"
                       ADD 1 TO WRK-QTD-CARTOES
                       MOVE PAR-ALIQUOTA TO WRK-ALIQ-FGTS
                    WHEN "PATR"
                       ADD 1 TO WRK-QTD-CARTOES
                       MOVE PAR-ALIQUOTA TO WRK-ALIQ-PATR
                    WHEN "TERC"
                       ADD 1 TO WRK-QTD-CARTOES
                       MOVE PAR-ALIQUOTA TO WRK-ALIQ-TERC
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 READ FOLHAPAR
              END-PERFORM
              CLOSE FOLHAPAR
           END-IF.

       0200-CALCULAR-ENCARGOS        SECTION.
           COMPUTE LNK-FGTS ROUNDED
                 = LNK-BRUTO * WRK-ALIQ-FGTS / 100.
           COMPUTE LNK-INSS-EMP ROUNDED
                 = LNK-BRUTO * WRK-ALIQ-PATR / 100.
           COMPUTE LNK-TERCEIROS ROUNDED
                 = LNK-BRUTO * WRK-ALIQ-TERC / 100.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "FOLHAPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FOLHAPAR.
