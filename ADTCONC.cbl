       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTCONC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONFERENCIA DO ADIANTAMENTO QUINZENAL - CRUZA O
      *           ADIANTAMENTO PAGO NA COMPETENCIA (ADIANT_AAAAMM.txt
      *           DO FOLHAADT) COM O DESCONTO GRAVADO NO HISTORICO DA
      *           FOLHA (FHI-ADIANTAMENTO DO FOLHAHIS.txt, PELO BASE6
      *           E PELO FOLHARES) E LISTA, PELO RELPRINT, TODO
      *           ADIANTAMENTO AINDA NAO DESCONTADO OU DESCONTADO SO
      *           EM PARTE, COM O SALDO A RECUPERAR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: COMPETENCIA DIGITADA AAAAMM (ZEROS = MES ATUAL).
      *              RODADA REPETIDA DA FOLHA GRAVA A COMPETENCIA DE
      *              NOVO NO FOLHAHIS - VALE A ULTIMA LINHA DO
      *              FUNCIONARIO NA COMPETENCIA, COMO NO FOLHACON.
      *              FUNCIONARIO SEM LINHA NA COMPETENCIA = FOLHA
      *              AINDA NAO RODADA (OU DESLIGADO SEM RESCISAO)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ADIANT ASSIGN TO WRK-ADIANT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ADIANT.

           SELECT FOLHAHIS ASSIGN TO WRK-PATH-FOLHAHIS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FOLHAHIS.


       DATA DIVISION.
       FILE SECTION.
       FD  ADIANT.
       COPY "ADTCOPY.cpy".

       FD  FOLHAHIS.
       01  REG-FOLHAHIS.
           05 FHI-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01).
           05 FHI-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01).
           05 FHI-SETOR       PIC X(05).
           05 FILLER          PIC X(01).
           05 FHI-BRUTO       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-INSS        PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-IRRF        PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-LIQUIDO     PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-HE50        PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 FHI-HE100       PIC 9(06)V99.
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


       WORKING-STORAGE            SECTION.
       77  FS-ADIANT    PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAHIS  PIC 9(02) VALUE ZEROS.

       77  WRK-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01  WRK-ADIANT-PATH   PIC X(60) VALUE SPACES.

      *-------------- ADIANTAMENTOS DA COMPETENCIA -------------------
       77  WRK-ACUM-ADT      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ADT.
           05 WRK-ADT-ENTRY OCCURS 300 TIMES.
              10 WRK-ADT-CODIGO   PIC 9(04).
              10 WRK-ADT-NOME     PIC X(20).
              10 WRK-ADT-VALOR    PIC 9(06)V99.
              10 WRK-ADT-DESCONTO PIC 9(06)V99.
              10 WRK-ADT-SW-FOLHA PIC X(01).
                 88 WRK-ADT-NA-FOLHA     VALUE "S".
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.

       77  WRK-PENDENTE      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SITUACAO      PIC X(16) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PENDENTES PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-ADT       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SOMA-DESCONTO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SOMA-PENDENTE  PIC 9(08)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99.
       77  WRK-DESC-ED       PIC ZZZ.ZZ9,99.
       77  WRK-PEND-ED       PIC ZZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZ9,99.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FOLHAHIS PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR.
           IF WRK-ACUM-ADT GREATER ZEROS
              PERFORM 0200-CRUZAR-HISTORICO
              PERFORM 0300-IMPRIMIR
           END-IF.
           STOP RUN.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONFERENCIA DO ADIANTAMENTO QUINZENAL".
           DISPLAY "=========================================".
           DISPLAY "COMPETENCIA AAAAMM (ZEROS = MES ATUAL): "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
              ACCEPT WRK-AAAAMMDD FROM DATE YYYYMMDD
              MOVE WRK-AAAAMMDD(1:6) TO WRK-COMPETENCIA
           END-IF.

           MOVE SPACES TO WRK-ADIANT-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "ADIANT_"       DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-ADIANT-PATH.
           MOVE ZEROS TO WRK-ACUM-ADT.
           OPEN INPUT ADIANT.
           IF FS-ADIANT NOT EQUAL 00
              DISPLAY "SEM ADIANTAMENTO GERADO NA COMPETENCIA "
                      WRK-COMPETENCIA " (FOLHAADT)"
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           READ ADIANT.
           PERFORM UNTIL FS-ADIANT NOT EQUAL 00
              IF WRK-ACUM-ADT LESS 300
                 ADD 1 TO WRK-ACUM-ADT
                 MOVE ADT-CODIGO TO WRK-ADT-CODIGO(WRK-ACUM-ADT)
                 MOVE ADT-NOME   TO WRK-ADT-NOME(WRK-ACUM-ADT)
                 MOVE ADT-VALOR  TO WRK-ADT-VALOR(WRK-ACUM-ADT)
                 MOVE ZEROS      TO WRK-ADT-DESCONTO(WRK-ACUM-ADT)
                 MOVE "N"        TO WRK-ADT-SW-FOLHA(WRK-ACUM-ADT)
                 ADD ADT-VALOR   TO WRK-SOMA-ADT
              ELSE
                 DISPLAY "ADIANTAMENTOS DEMAIS - CODIGO "
                         ADT-CODIGO " FORA DA CONFERENCIA"
              END-IF
              READ ADIANT
           END-PERFORM.
           CLOSE ADIANT.
           IF WRK-ACUM-ADT EQUAL ZEROS
              DISPLAY "ARQUIVO DO ADIANTAMENTO VAZIO"
           END-IF.

       0100-INICIALIZAR-FIM.
           EXIT.

       0200-CRUZAR-HISTORICO        SECTION.
      *--------------------------------------------------------------
      *-------- DESCONTO DO ADIANTAMENTO NA ULTIMA LINHA DE CADA
      *-------- FUNCIONARIO NA COMPETENCIA; LINHA ANTIGA SEM O CAMPO
      *-------- VALE COMO NADA DESCONTADO
      *--------------------------------------------------------------
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL 00
              DISPLAY "SEM HISTORICO DA FOLHA (FOLHAHIS.txt) - "
                      "NENHUM ADIANTAMENTO DESCONTADO"
              GO TO 0200-CRUZAR-FIM
           END-IF.
           READ FOLHAHIS.
           PERFORM UNTIL FS-FOLHAHIS NOT EQUAL 00
              IF FHI-COMPETENCIA EQUAL WRK-COMPETENCIA
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                         UNTIL WRK-IDX GREATER WRK-ACUM-ADT
                    IF WRK-ADT-CODIGO(WRK-IDX) EQUAL FHI-CODIGO
                       SET WRK-ADT-NA-FOLHA(WRK-IDX) TO TRUE
                       IF FHI-ADIANTAMENTO NUMERIC
                          MOVE FHI-ADIANTAMENTO
                            TO WRK-ADT-DESCONTO(WRK-IDX)
                       ELSE
                          MOVE ZEROS TO WRK-ADT-DESCONTO(WRK-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ FOLHAHIS
           END-PERFORM.
           CLOSE FOLHAHIS.

       0200-CRUZAR-FIM.
           EXIT.

       0300-IMPRIMIR                SECTION.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "ADIANTAMENTOS NAO DESCONTADOS" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "COMPET " DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  " FUNC/NOME  ADIANTADO DESCONTADO PENDENTE"
                  DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ADT
              ADD WRK-ADT-DESCONTO(WRK-IDX) TO WRK-SOMA-DESCONTO
              IF WRK-ADT-DESCONTO(WRK-IDX)
                 LESS WRK-ADT-VALOR(WRK-IDX)
                 PERFORM 0310-LINHA-PENDENTE
              END-IF
           END-PERFORM.

           IF WRK-ACUM-PENDENTES EQUAL ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              MOVE "TODOS OS ADIANTAMENTOS DESCONTADOS NA FOLHA"
                TO WRK-REL-LINHA
              MOVE "D" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.

           MOVE WRK-SOMA-PENDENTE TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ADIANTAMENTOS " DELIMITED BY SIZE
                  WRK-ACUM-ADT     DELIMITED BY SIZE
                  " PENDENTES "    DELIMITED BY SIZE
                  WRK-ACUM-PENDENTES DELIMITED BY SIZE
                  " A RECUPERAR "  DELIMITED BY SIZE
                  WRK-SOMA-ED      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-SOMA-ADT TO WRK-SOMA-ED.
           MOVE WRK-SOMA-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ADIANTADO "      DELIMITED BY SIZE
                  WRK-SOMA-ED       DELIMITED BY SIZE
                  " DESCONTADO "    DELIMITED BY SIZE
                  WRK-VALOR-ED      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0310-LINHA-PENDENTE          SECTION.
           COMPUTE WRK-PENDENTE = WRK-ADT-VALOR(WRK-IDX)
                                - WRK-ADT-DESCONTO(WRK-IDX).
           ADD 1            TO WRK-ACUM-PENDENTES.
           ADD WRK-PENDENTE TO WRK-SOMA-PENDENTE.
           IF WRK-ADT-NA-FOLHA(WRK-IDX)
              IF WRK-ADT-DESCONTO(WRK-IDX) GREATER ZEROS
                 MOVE "DESCONTO PARCIAL" TO WRK-SITUACAO
              ELSE
                 MOVE "NAO DESCONTADO"   TO WRK-SITUACAO
              END-IF
           ELSE
              MOVE "SEM FOLHA NO MES"    TO WRK-SITUACAO
           END-IF.
           MOVE WRK-ADT-VALOR(WRK-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-ADT-DESCONTO(WRK-IDX) TO WRK-DESC-ED.
           MOVE WRK-PENDENTE              TO WRK-PEND-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-ADT-CODIGO(WRK-IDX) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-ADT-NOME(WRK-IDX)   DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-DESC-ED             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-PEND-ED             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-SITUACAO            DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "FOLHAHIS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FOLHAHIS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
