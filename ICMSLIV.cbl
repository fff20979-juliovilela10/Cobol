      *                 NO LOG COM SITUACAO "B" (SEM TITULO LANCADO)
      *                 E TAMBEM FICA FORA DA APURACAO, CONTADA EM
      *                 SEPARADO NO RESUMO
      * 15/10/2026 JV - O LOG DE EMISSAO PASSA A VIR DO COPY NFLCOPY
      *                 E A NOTA E IDENTIFICADA POR SERIE + NUMERO
      * 15/10/2026 JV - O FRETE FATURADO NAS NOTAS (NFFRETE.txt DO
      *                 EXCBL23) JA VEM DENTRO DA BASE E PASSA A SAIR
      *                 DESTACADO POR ALIQUOTA, POR UF E NO TOTAL
      * 15/10/2026 JV - STOP RUN VIRA GOBACK E O ERRO DE ABERTURA
      *                 DEVOLVE RETURN-CODE 16, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NFFRETE ASSIGN TO WRK-PATH-NFFRETE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFFRETE.


       DATA DIVISION.
       FILE SECTION.
       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFFRETE.
       COPY "NFFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-NFFRETE   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ICMSLIV".
       77  WRK-QTD-NOTAS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NOTAS.
           05 WRK-NOTA-ENTRY OCCURS 500 TIMES.
              10 WRK-NOTA-SERIE  PIC 9(03).
              10 WRK-NOTA-NF     PIC 9(06).
              10 WRK-NOTA-UF     PIC X(02).
              10 WRK-NOTA-BASE   PIC 9(09)V99.
              10 WRK-NOTA-ALIQ   PIC 9(02).
              10 WRK-NOTA-ICMS   PIC 9(09)V99.
              10 WRK-NOTA-SIT    PIC X(01).
              10 WRK-NOTA-FRETE  PIC 9(08)V99.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-NOTA-ACHADA       VALUE "S".
              10 WRK-ALIQ-PERC   PIC 9(02).
              10 WRK-ALIQ-BASE   PIC 9(11)V99.
              10 WRK-ALIQ-ICMS   PIC 9(11)V99.
              10 WRK-ALIQ-FRETE  PIC 9(11)V99.
       77  WRK-IDX2          PIC 9(02) VALUE ZEROS.

      *-------------- TOTAIS POR UF ----------------------------------
              10 WRK-UF-SIGLA    PIC X(02).
              10 WRK-UF-BASE     PIC 9(11)V99.
              10 WRK-UF-ICMS     PIC 9(11)V99.
              10 WRK-UF-FRETE    PIC 9(11)V99.
       77  WRK-IDX3          PIC 9(02) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-BLOQ      PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-BASE       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FRETE      PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-BASE-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ICMS-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FRETE-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "NOTASLOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFFRETE  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-NOTAS
           PERFORM   0250-CARREGAR-FRETE
           PERFORM   0300-TOTALIZAR
           PERFORM   0400-IMPRIMIR
           DISPLAY "FIM DO LIVRO DE APURACAO"

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "MES DA APURACAO (AAAAMM): "
             ACCEPT WRK-MES.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-MES BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-NOTASLOG WRK-SW-ARQUIVADO.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              MOVE "LOG DE EMISSAO DE NOTAS AUSENT" TO WRK-MSG-ERRO
           END-IF.

       0200-CARREGAR-NOTAS          SECTION.
      *-------- CARREGA AS NOTAS DO MES; PARA CADA SERIE + NF VALE
      *-------- A ULTIMA LINHA DO LOG (CANCELAMENTO SOBREPOE A
      *-------- EMISSAO)
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              DIVIDE NL-DATA BY 100 GIVING WRK-MES-DA-NOTA
                   UNTIL WRK-IDX GREATER WRK-QTD-NOTAS
                      OR WRK-NOTA-ACHADA
              IF WRK-NOTA-NF(WRK-IDX) EQUAL NL-NF
                 AND WRK-NOTA-SERIE(WRK-IDX) EQUAL NL-SERIE
                 SET WRK-NOTA-ACHADA TO TRUE
              END-IF
           END-PERFORM.
                 GO TO 0210-GUARDAR-FIM
              END-IF
           END-IF.
           MOVE NL-SERIE    TO WRK-NOTA-SERIE(WRK-IDX).
           MOVE NL-NF       TO WRK-NOTA-NF(WRK-IDX).
           MOVE NL-UF       TO WRK-NOTA-UF(WRK-IDX).
           MOVE NL-BASE     TO WRK-NOTA-BASE(WRK-IDX).
           MOVE NL-ALIQ     TO WRK-NOTA-ALIQ(WRK-IDX).
           MOVE NL-ICMS     TO WRK-NOTA-ICMS(WRK-IDX).
           MOVE NL-SITUACAO TO WRK-NOTA-SIT(WRK-IDX).
           MOVE ZEROS       TO WRK-NOTA-FRETE(WRK-IDX).

       0210-GUARDAR-FIM.
           EXIT.

       0250-CARREGAR-FRETE          SECTION.
      *-------- FRETE FATURADO EM CADA NOTA DO MES (NFFRETE.txt DO
      *-------- EXCBL23) - JA ESTA DENTRO DA BASE, SAI DESTACADO
           OPEN INPUT NFFRETE.
           IF FS-NFFRETE NOT EQUAL 00
              GO TO 0250-CARREGAR-FIM
           END-IF.
           READ NFFRETE
           PERFORM UNTIL FS-NFFRETE NOT EQUAL 00
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-NOTAS
                 IF WRK-NOTA-NF(WRK-IDX) EQUAL NFF-NF
                    AND WRK-NOTA-SERIE(WRK-IDX) EQUAL NFF-SERIE
                    MOVE NFF-FRETE TO WRK-NOTA-FRETE(WRK-IDX)
                 END-IF
              END-PERFORM
              READ NFFRETE
           END-PERFORM.
           CLOSE NFFRETE.

       0250-CARREGAR-FIM.
           EXIT.

       0300-TOTALIZAR               SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-NOTAS
                 ADD 1 TO WRK-ACUM-NOTAS
                 ADD WRK-NOTA-BASE(WRK-IDX) TO WRK-TOT-BASE
                 ADD WRK-NOTA-ICMS(WRK-IDX) TO WRK-TOT-ICMS
                 ADD WRK-NOTA-FRETE(WRK-IDX) TO WRK-TOT-FRETE
                 PERFORM 0310-SOMAR-ALIQUOTA
                 PERFORM 0320-SOMAR-UF
              END-EVALUATE
           END-IF.
           ADD WRK-NOTA-BASE(WRK-IDX) TO WRK-ALIQ-BASE(WRK-IDX2).
           ADD WRK-NOTA-ICMS(WRK-IDX) TO WRK-ALIQ-ICMS(WRK-IDX2).
           ADD WRK-NOTA-FRETE(WRK-IDX) TO WRK-ALIQ-FRETE(WRK-IDX2).

       0310-SOMAR-FIM.
           EXIT.
           END-IF.
           ADD WRK-NOTA-BASE(WRK-IDX) TO WRK-UF-BASE(WRK-IDX3).
           ADD WRK-NOTA-ICMS(WRK-IDX) TO WRK-UF-ICMS(WRK-IDX3).
           ADD WRK-NOTA-FRETE(WRK-IDX) TO WRK-UF-FRETE(WRK-IDX3).

       0320-SOMAR-FIM.
           EXIT.
                   UNTIL WRK-IDX2 GREATER WRK-QTD-ALIQ
              MOVE WRK-ALIQ-BASE(WRK-IDX2) TO WRK-BASE-ED
              MOVE WRK-ALIQ-ICMS(WRK-IDX2) TO WRK-ICMS-ED
              MOVE WRK-ALIQ-FRETE(WRK-IDX2) TO WRK-FRETE-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  ALIQUOTA " DELIMITED BY SIZE
                     WRK-ALIQ-PERC(WRK-IDX2) DELIMITED BY SIZE
                     WRK-BASE-ED DELIMITED BY SIZE
                     "  ICMS " DELIMITED BY SIZE
                     WRK-ICMS-ED DELIMITED BY SIZE
                     "  FRETE " DELIMITED BY SIZE
                     WRK-FRETE-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0410-IMPRIMIR-LINHA
           END-PERFORM.
                   UNTIL WRK-IDX3 GREATER WRK-QTD-UFS
              MOVE WRK-UF-BASE(WRK-IDX3) TO WRK-BASE-ED
              MOVE WRK-UF-ICMS(WRK-IDX3) TO WRK-ICMS-ED
              MOVE WRK-UF-FRETE(WRK-IDX3) TO WRK-FRETE-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  UF " DELIMITED BY SIZE
                     WRK-UF-SIGLA(WRK-IDX3) DELIMITED BY SIZE
                     WRK-BASE-ED DELIMITED BY SIZE
                     "  ICMS " DELIMITED BY SIZE
                     WRK-ICMS-ED DELIMITED BY SIZE
                     "  FRETE " DELIMITED BY SIZE
                     WRK-FRETE-ED DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0410-IMPRIMIR-LINHA
           END-PERFORM.
                  WRK-ICMS-ED   DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-TOT-FRETE TO WRK-FRETE-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FRETE INCLUIDO NA BASE " DELIMITED BY SIZE
                  WRK-FRETE-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
                                WRK-ERRLOG-ARQUIVO
                                FS-NOTASLOG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "NFFRETE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFFRETE.
