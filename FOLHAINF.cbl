      *              NAO DUPLICA O INFORME. DESLIGADO NO ANO TAMBEM
      *              GANHA INFORME (ELE DECLARA IMPOSTO DO MESMO
      *              JEITO)
      * 15/10/2026 JV - DEPENDENTES NO INFORME: QUANTIDADE QUE DEDUZ
      *                 EM 31/12 (MODULO DEPCONT), DEDUCAO DO ANO
      *                 SOMADA DO FHI-DEDUCAO-DEP E A RELACAO DOS
      *                 DEPENDENTES ATIVOS DO CADASTRO (DEPEND.txt)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FOLHAHIS.

           SELECT DEPEND ASSIGN TO WRK-PATH-DEPEND
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DEPEND.


       DATA DIVISION.
       FILE SECTION.
           05 FHI-HE100      PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-FALTAS      PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-CONSUMO     PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-FGTS        PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-INSS-EMP    PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-TERCEIROS   PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-ORIGEM      PIC X(01).
           05 FILLER          PIC X(01).
           05 FHI-ADIANTAMENTO PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-DEDUCAO-DEP PIC 9(06)V99.

       FD  DEPEND.
       COPY "DEPCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAHIS  PIC 9(02) VALUE ZEROS.
       77  FS-DEPEND    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FOLHAINF".
              10 WRK-MES-INSS    PIC 9(06)V99.
              10 WRK-MES-IRRF    PIC 9(06)V99.
              10 WRK-MES-LIQUIDO PIC 9(06)V99.
              10 WRK-MES-DEDUCAO PIC 9(06)V99.

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MESES     PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-INSS      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-DEDUCAO   PIC 9(08)V99 VALUE ZEROS.

      *-------------- DEPENDENTES DO FUNCIONARIO (DEPEND.txt) --------
      *-------- A ULTIMA LINHA DE CADA SEQUENCIA SOBREPOE A ANTERIOR
       01  WRK-TAB-DEP.
           05 WRK-DEP-ENTRY OCCURS 99 TIMES.
              10 WRK-DEP-TEM        PIC X(01).
                 88 WRK-DEP-GRAVADO        VALUE "S".
              10 WRK-DEP-NOME       PIC X(30).
              10 WRK-DEP-NASC       PIC 9(08).
              10 WRK-DEP-PARENT     PIC X(01).
              10 WRK-DEP-CPF        PIC 9(11).
              10 WRK-DEP-ATIVO      PIC X(01).

       77  WRK-IDX-DEP       PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-DEP      PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DEP       PIC 9(02) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-INFORMES PIC 9(04) VALUE ZEROS.
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FOLHAHIS PIC X(60) VALUE SPACES.
       01  WRK-PATH-DEPEND   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
      *-------- NA POSICAO DO MES - A ULTIMA GRAVACAO VALE
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-MESES WRK-TOT-BRUTO WRK-TOT-INSS
                         WRK-TOT-IRRF WRK-TOT-LIQUIDO WRK-TOT-DEDUCAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 12
              MOVE "N"   TO WRK-MES-TEM(WRK-IDX)
                            WRK-MES-INSS(WRK-IDX)
                            WRK-MES-IRRF(WRK-IDX)
                            WRK-MES-LIQUIDO(WRK-IDX)
                            WRK-MES-DEDUCAO(WRK-IDX)
           END-PERFORM.

           OPEN INPUT FOLHAHIS.
                 MOVE FHI-INSS    TO WRK-MES-INSS(FHI-MES)
                 MOVE FHI-IRRF    TO WRK-MES-IRRF(FHI-MES)
                 MOVE FHI-LIQUIDO TO WRK-MES-LIQUIDO(FHI-MES)
      *-------- LINHA GRAVADA ANTES DA DEDUCAO DE DEPENDENTES NAO
      *-------- TEM O CAMPO - VALE ZERO
                 IF FHI-DEDUCAO-DEP NUMERIC
                    MOVE FHI-DEDUCAO-DEP
                      TO WRK-MES-DEDUCAO(FHI-MES)
                 ELSE
                    MOVE ZEROS TO WRK-MES-DEDUCAO(FHI-MES)
                 END-IF
              END-IF
              READ FOLHAHIS
           END-PERFORM.
                 ADD WRK-MES-INSS(WRK-IDX)    TO WRK-TOT-INSS
                 ADD WRK-MES-IRRF(WRK-IDX)    TO WRK-TOT-IRRF
                 ADD WRK-MES-LIQUIDO(WRK-IDX) TO WRK-TOT-LIQUIDO
                 ADD WRK-MES-DEDUCAO(WRK-IDX) TO WRK-TOT-DEDUCAO
              END-IF
           END-PERFORM.

                  INTO WRK-REL-LINHA.
           PERFORM 0240-MANDAR-LINHA.

           PERFORM 0250-LISTAR-DEPENDENTES.

       0240-MANDAR-LINHA            SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0250-LISTAR-DEPENDENTES      SECTION.
      *--------------------------------------------------------------
      *-------- DEPENDENTES QUE DEDUZEM EM 31/12 DO ANO (MODULO
      *-------- DEPCONT), DEDUCAO DO ANO SOMADA DO FOLHAHIS E A
      *-------- RELACAO DOS DEPENDENTES ATIVOS DO CADASTRO
      *--------------------------------------------------------------
           COMPUTE WRK-DATA-DEP = WRK-ANO * 10000 + 1231.
           CALL "DEPCONT" USING REG-CODIGO WRK-DATA-DEP WRK-QTD-DEP.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DEPENDENTES PARA O IRRF... " DELIMITED BY SIZE
                  WRK-QTD-DEP DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0240-MANDAR-LINHA.

           MOVE WRK-TOT-DEDUCAO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DEDUCAO DE DEPENDENTES.... " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0240-MANDAR-LINHA.

           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER 99
              MOVE "N" TO WRK-DEP-TEM(WRK-IDX-DEP)
           END-PERFORM.
           OPEN INPUT DEPEND.
           IF FS-DEPEND NOT EQUAL 00
              GO TO 0250-LISTAR-FIM
           END-IF.
           READ DEPEND
           PERFORM UNTIL FS-DEPEND NOT EQUAL 00
              IF DEP-CODIGO-FUNC EQUAL REG-CODIGO
                 AND DEP-SEQ GREATER ZEROS
                 MOVE "S"            TO WRK-DEP-TEM(DEP-SEQ)
                 MOVE DEP-NOME       TO WRK-DEP-NOME(DEP-SEQ)
                 MOVE DEP-NASCIMENTO TO WRK-DEP-NASC(DEP-SEQ)
                 MOVE DEP-PARENTESCO TO WRK-DEP-PARENT(DEP-SEQ)
                 MOVE DEP-CPF        TO WRK-DEP-CPF(DEP-SEQ)
                 MOVE DEP-ATIVO      TO WRK-DEP-ATIVO(DEP-SEQ)
              END-IF
              READ DEPEND
           END-PERFORM.
           CLOSE DEPEND.

           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER 99
              IF WRK-DEP-GRAVADO(WRK-IDX-DEP)
                 AND WRK-DEP-ATIVO(WRK-IDX-DEP) EQUAL "S"
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "  " DELIMITED BY SIZE
                        WRK-DEP-NOME(WRK-IDX-DEP) DELIMITED BY SIZE
                        " CPF " DELIMITED BY SIZE
                        WRK-DEP-CPF(WRK-IDX-DEP) DELIMITED BY SIZE
                        " NASC " DELIMITED BY SIZE
                        WRK-DEP-NASC(WRK-IDX-DEP) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WRK-DEP-PARENT(WRK-IDX-DEP) DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0240-MANDAR-LINHA
              END-IF
           END-PERFORM.

       0250-LISTAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE ARQFUNC.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "FOLHAHIS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FOLHAHIS.
           MOVE "DEPEND.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DEPEND.
