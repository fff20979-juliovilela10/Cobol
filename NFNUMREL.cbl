       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFNUMREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO MENSAL DA NUMERACAO DE NOTA FISCAL POR
      *           SERIE - LISTA, VIA RELPRINT, TODA LACUNA (NUMERO
      *           NEM EMITIDO NEM INUTILIZADO), TODA NOTA DUPLICADA
      *           (MAIS DE UMA EMISSAO COM O MESMO NUMERO), TODA NOTA
      *           CANCELADA (NFCANC) E TODA FAIXA INUTILIZADA (NFINUT)
      *           DO MES, PARA DEFENDER O LIVRO DE APURACAO (ICMSLIV)
      *           E A NUMERACAO NUMA FISCALIZACAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: A FAIXA CONFERIDA EM CADA SERIE VAI DO NUMERO
      *              SEGUINTE AO MAIOR USADO ANTES DO MES ATE O MAIOR
      *              USADO NO MES (EMITIDO OU INUTILIZADO), NO MAXIMO
      *              9999 NUMEROS. NOTA EMITIDA NO MES COM NUMERO
      *              ABAIXO DA FAIXA SAI COMO FORA DA SEQUENCIA (COM
      *              A CONTAGEM DE EMISSOES, SE DUPLICADA). EMISSAO E
      *              TODA LINHA DO NOTASLOG.txt QUE NAO SEJA O
      *              CANCELAMENTO ("C"), INCLUSIVE A NOTA BLOQUEADA
      *              PELO CREDITO ("B"), QUE TAMBEM GASTA O NUMERO
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NFINUT ASSIGN TO WRK-PATH-NFINUT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFINUT.


       DATA DIVISION.
       FILE SECTION.
       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFINUT.
       COPY "NFICOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-NFINUT    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "NFNUMREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "NOTASLOG.txt".

       77  WRK-MES           PIC 9(06) VALUE ZEROS.
       77  WRK-MES-DA-NOTA   PIC 9(06) VALUE ZEROS.

      *-------------- SERIES ENCONTRADAS ------------------------------
      *-------- ANTES = MAIOR NUMERO USADO ANTES DO MES; MAX-MES =
      *-------- MAIOR NUMERO USADO NO MES
       77  WRK-QTD-SERIES    PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-SERIES.
           05 WRK-SER-ENTRY OCCURS 50 TIMES.
              10 WRK-SER-CODIGO  PIC 9(03).
              10 WRK-SER-ANTES   PIC 9(06).
              10 WRK-SER-MAX-MES PIC 9(06).
              10 WRK-SER-NO-MES  PIC X(01).
       77  WRK-IDX-SER       PIC 9(02) VALUE ZEROS.
       77  WRK-SERIE-BUSCA   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

      *-------------- FAIXA CONFERIDA DA SERIE ----------------------
       77  WRK-JAN-INI       PIC 9(06) VALUE ZEROS.
       77  WRK-JAN-FIM       PIC 9(06) VALUE ZEROS.
       77  WRK-JAN-QTD       PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-NUMEROS.
           05 WRK-NUM-ENTRY OCCURS 9999 TIMES.
              10 WRK-NUM-EMISSOES PIC 9(02).
              10 WRK-NUM-CANC     PIC X(01).
              10 WRK-NUM-INUT     PIC X(01).
       77  WRK-IDX-NUM       PIC 9(05) VALUE ZEROS.
       77  WRK-NF            PIC 9(06) VALUE ZEROS.

      *-------------- NOTAS DO MES ABAIXO DA FAIXA -------------------
       77  WRK-QTD-FORA      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FORA.
           05 WRK-FORA-ENTRY OCCURS 200 TIMES.
              10 WRK-FORA-NF       PIC 9(06).
              10 WRK-FORA-EMISSOES PIC 9(02).
              10 WRK-FORA-CANC     PIC X(01).
       77  WRK-IDX-FORA      PIC 9(03) VALUE ZEROS.

      *-------------- LACUNA EM ANDAMENTO (NUMEROS SEGUIDOS) ---------
       77  WRK-LAC-INI       PIC 9(06) VALUE ZEROS.
       77  WRK-LAC-FIM       PIC 9(06) VALUE ZEROS.

      *-------------------- ACUMULADORES DA SERIE --------------------
       77  WRK-SER-EMITIDAS  PIC 9(05) VALUE ZEROS.
       77  WRK-SER-LACUNAS   PIC 9(05) VALUE ZEROS.
       77  WRK-SER-DUPLIC    PIC 9(05) VALUE ZEROS.
       77  WRK-SER-CANCEL    PIC 9(05) VALUE ZEROS.
       77  WRK-SER-INUTIL    PIC 9(05) VALUE ZEROS.
       77  WRK-SER-FORA      PIC 9(05) VALUE ZEROS.

      *-------------------- ACUMULADORES GERAIS ----------------------
       77  WRK-TOT-LACUNAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DUPLIC    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CANCEL    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-INUTIL    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FORA      PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-EMIT-ED       PIC ZZZZ9.
       77  WRK-LAC-ED        PIC ZZZZ9.
       77  WRK-DUP-ED        PIC ZZZZ9.
       77  WRK-CANC-ED       PIC ZZZZ9.
       77  WRK-INUT-ED       PIC ZZZZ9.
       77  WRK-FORA-ED       PIC ZZZZ9.
       77  WRK-DATA-ED       PIC X(10) VALUE SPACES.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
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
       01  WRK-PATH-NFINUT   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-LEVANTAR-SERIES
           PERFORM   0300-IMPRIMIR
           DISPLAY "FIM DO RELATORIO DE NUMERACAO"

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           DISPLAY "MES DO RELATORIO (AAAAMM): "
             ACCEPT WRK-MES.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-MES BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-NOTASLOG WRK-SW-ARQUIVADO.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              MOVE "LOG DE EMISSAO DE NOTAS AUSENT" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE NOTASLOG.

       0200-LEVANTAR-SERIES         SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRA PASSADA: SERIES USADAS NO MES E, EM CADA
      *-------- UMA, O MAIOR NUMERO ANTES DO MES E O MAIOR DO MES -
      *-------- NOTAS (NOTASLOG.txt) E INUTILIZACOES (NFINUT.txt)
      *--------------------------------------------------------------
           OPEN INPUT NOTASLOG.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              MOVE NL-SERIE TO WRK-SERIE-BUSCA
              PERFORM 0210-LOCALIZAR-SERIE
              IF WRK-IDX-SER GREATER ZEROS
                 DIVIDE NL-DATA BY 100 GIVING WRK-MES-DA-NOTA
                 EVALUATE TRUE
                    WHEN WRK-MES-DA-NOTA LESS WRK-MES
                       IF NL-NF GREATER WRK-SER-ANTES(WRK-IDX-SER)
                          MOVE NL-NF TO WRK-SER-ANTES(WRK-IDX-SER)
                       END-IF
                    WHEN WRK-MES-DA-NOTA EQUAL WRK-MES
                       MOVE "S" TO WRK-SER-NO-MES(WRK-IDX-SER)
                       IF NL-NF GREATER WRK-SER-MAX-MES(WRK-IDX-SER)
                          MOVE NL-NF TO WRK-SER-MAX-MES(WRK-IDX-SER)
                       END-IF
                 END-EVALUATE
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.
           OPEN INPUT NFINUT.
           IF FS-NFINUT NOT EQUAL 00
              GO TO 0200-LEVANTAR-FIM
           END-IF.
           READ NFINUT
           PERFORM UNTIL FS-NFINUT NOT EQUAL 00
              MOVE NFI-SERIE TO WRK-SERIE-BUSCA
              PERFORM 0210-LOCALIZAR-SERIE
              IF WRK-IDX-SER GREATER ZEROS
                 DIVIDE NFI-DATA BY 100 GIVING WRK-MES-DA-NOTA
                 EVALUATE TRUE
                    WHEN WRK-MES-DA-NOTA LESS WRK-MES
                       IF NFI-FIM GREATER WRK-SER-ANTES(WRK-IDX-SER)
                          MOVE NFI-FIM TO WRK-SER-ANTES(WRK-IDX-SER)
                       END-IF
                    WHEN WRK-MES-DA-NOTA EQUAL WRK-MES
                       MOVE "S" TO WRK-SER-NO-MES(WRK-IDX-SER)
                       IF NFI-FIM
                          GREATER WRK-SER-MAX-MES(WRK-IDX-SER)
                          MOVE NFI-FIM
                            TO WRK-SER-MAX-MES(WRK-IDX-SER)
                       END-IF
                 END-EVALUATE
              END-IF
              READ NFINUT
           END-PERFORM.
           CLOSE NFINUT.

       0200-LEVANTAR-FIM.
           EXIT.

       0210-LOCALIZAR-SERIE         SECTION.
      *-------- DEVOLVE EM WRK-IDX-SER A POSICAO DA SERIE NA TABELA,
      *-------- INCLUINDO SE FOR NOVA (ZERO = TABELA CHEIA)
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-SER FROM 1 BY 1
                   UNTIL WRK-IDX-SER GREATER WRK-QTD-SERIES
                      OR WRK-ACHOU
              IF WRK-SER-CODIGO(WRK-IDX-SER) EQUAL WRK-SERIE-BUSCA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-SER
              GO TO 0210-LOCALIZAR-FIM
           END-IF.
           IF WRK-QTD-SERIES LESS 50
              ADD 1 TO WRK-QTD-SERIES
              MOVE WRK-QTD-SERIES  TO WRK-IDX-SER
              MOVE WRK-SERIE-BUSCA TO WRK-SER-CODIGO(WRK-IDX-SER)
              MOVE ZEROS TO WRK-SER-ANTES(WRK-IDX-SER)
                            WRK-SER-MAX-MES(WRK-IDX-SER)
              MOVE "N"   TO WRK-SER-NO-MES(WRK-IDX-SER)
           ELSE
              MOVE ZEROS TO WRK-IDX-SER
           END-IF.

       0210-LOCALIZAR-FIM.
           EXIT.

       0300-IMPRIMIR                SECTION.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "NUMERACAO DE NOTAS - MES " DELIMITED BY SIZE
                  WRK-MES                     DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "NUMERO(S)          OCORRENCIA" TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           PERFORM VARYING WRK-IDX-SER FROM 1 BY 1
                   UNTIL WRK-IDX-SER GREATER WRK-QTD-SERIES
              IF WRK-SER-NO-MES(WRK-IDX-SER) EQUAL "S"
                 PERFORM 0310-ANALISAR-SERIE
              END-IF
           END-PERFORM.

           MOVE WRK-TOT-LACUNAS TO WRK-LAC-ED.
           MOVE WRK-TOT-DUPLIC  TO WRK-DUP-ED.
           MOVE WRK-TOT-CANCEL  TO WRK-CANC-ED.
           MOVE WRK-TOT-INUTIL  TO WRK-INUT-ED.
           MOVE WRK-TOT-FORA    TO WRK-FORA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "LACUNAS " DELIMITED BY SIZE
                  WRK-LAC-ED DELIMITED BY SIZE
                  "  DUPLIC. " DELIMITED BY SIZE
                  WRK-DUP-ED DELIMITED BY SIZE
                  "  CANCEL. " DELIMITED BY SIZE
                  WRK-CANC-ED DELIMITED BY SIZE
                  "  INUTIL. " DELIMITED BY SIZE
                  WRK-INUT-ED DELIMITED BY SIZE
                  "  FORA SEQ. " DELIMITED BY SIZE
                  WRK-FORA-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0310-ANALISAR-SERIE          SECTION.
      *--------------------------------------------------------------
      *-------- MONTA A FAIXA DA SERIE, MARCA EMISSOES, CANCELAMENTOS
      *-------- E INUTILIZACOES NUMERO A NUMERO E PERCORRE A FAIXA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-SER-EMITIDAS WRK-SER-LACUNAS
                         WRK-SER-DUPLIC WRK-SER-CANCEL
                         WRK-SER-INUTIL WRK-SER-FORA
                         WRK-QTD-FORA WRK-LAC-INI WRK-LAC-FIM.
           COMPUTE WRK-JAN-INI = WRK-SER-ANTES(WRK-IDX-SER) + 1.
           MOVE WRK-SER-MAX-MES(WRK-IDX-SER) TO WRK-JAN-FIM.
           MOVE ZEROS TO WRK-JAN-QTD.
           IF WRK-JAN-FIM NOT LESS WRK-JAN-INI
              COMPUTE WRK-JAN-QTD = WRK-JAN-FIM - WRK-JAN-INI + 1
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "SERIE " DELIMITED BY SIZE
                  WRK-SER-CODIGO(WRK-IDX-SER) DELIMITED BY SIZE
                  " - FAIXA DO MES " DELIMITED BY SIZE
                  WRK-JAN-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WRK-JAN-FIM DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0390-IMPRIMIR-LINHA.
           IF WRK-JAN-QTD GREATER 9999
              COMPUTE WRK-JAN-INI = WRK-JAN-FIM - 9998
              MOVE 9999 TO WRK-JAN-QTD
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  *** FAIXA MAIOR QUE 9999 NUMEROS - CONFERIDA "
                     DELIMITED BY SIZE
                     "A PARTIR DE " DELIMITED BY SIZE
                     WRK-JAN-INI DELIMITED BY SIZE
                     " ***" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX-NUM FROM 1 BY 1
                   UNTIL WRK-IDX-NUM GREATER WRK-JAN-QTD
              MOVE ZEROS TO WRK-NUM-EMISSOES(WRK-IDX-NUM)
              MOVE "N"   TO WRK-NUM-CANC(WRK-IDX-NUM)
                            WRK-NUM-INUT(WRK-IDX-NUM)
           END-PERFORM.

           PERFORM 0320-MARCAR-NOTAS.
           IF WRK-QTD-FORA GREATER ZEROS
              PERFORM 0330-CONTAR-FORA
           END-IF.
           PERFORM 0340-MARCAR-INUTILIZADAS.

           PERFORM VARYING WRK-IDX-NUM FROM 1 BY 1
                   UNTIL WRK-IDX-NUM GREATER WRK-JAN-QTD
              COMPUTE WRK-NF = WRK-JAN-INI + WRK-IDX-NUM - 1
              PERFORM 0350-CONFERIR-NUMERO
           END-PERFORM.
           PERFORM 0360-FECHAR-LACUNA.
           PERFORM 0370-LISTAR-FORA.
           PERFORM 0380-LISTAR-INUTILIZACOES.

           MOVE WRK-SER-EMITIDAS TO WRK-EMIT-ED.
           MOVE WRK-SER-LACUNAS  TO WRK-LAC-ED.
           MOVE WRK-SER-DUPLIC   TO WRK-DUP-ED.
           MOVE WRK-SER-CANCEL   TO WRK-CANC-ED.
           MOVE WRK-SER-INUTIL   TO WRK-INUT-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  TOTAL SERIE " DELIMITED BY SIZE
                  WRK-SER-CODIGO(WRK-IDX-SER) DELIMITED BY SIZE
                  " EMIT." DELIMITED BY SIZE
                  WRK-EMIT-ED DELIMITED BY SIZE
                  " LAC." DELIMITED BY SIZE
                  WRK-LAC-ED DELIMITED BY SIZE
                  " DUP." DELIMITED BY SIZE
                  WRK-DUP-ED DELIMITED BY SIZE
                  " CANC." DELIMITED BY SIZE
                  WRK-CANC-ED DELIMITED BY SIZE
                  " INUT." DELIMITED BY SIZE
                  WRK-INUT-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0390-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0390-IMPRIMIR-LINHA.
           ADD WRK-SER-LACUNAS TO WRK-TOT-LACUNAS.
           ADD WRK-SER-DUPLIC  TO WRK-TOT-DUPLIC.
           ADD WRK-SER-CANCEL  TO WRK-TOT-CANCEL.
           ADD WRK-SER-INUTIL  TO WRK-TOT-INUTIL.
           ADD WRK-SER-FORA    TO WRK-TOT-FORA.

       0320-MARCAR-NOTAS            SECTION.
      *-------- SEGUNDA PASSADA NO LOG, SO A SERIE DA VEZ
           OPEN INPUT NOTASLOG.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              IF NL-SERIE EQUAL WRK-SER-CODIGO(WRK-IDX-SER)
                 PERFORM 0325-MARCAR-NOTA
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.

       0325-MARCAR-NOTA             SECTION.
           DIVIDE NL-DATA BY 100 GIVING WRK-MES-DA-NOTA.
           IF WRK-MES-DA-NOTA EQUAL WRK-MES
              AND NOT NL-CANCELADA
              ADD 1 TO WRK-SER-EMITIDAS
           END-IF.
           IF NL-NF NOT LESS WRK-JAN-INI
              AND NL-NF NOT GREATER WRK-JAN-FIM
              COMPUTE WRK-IDX-NUM = NL-NF - WRK-JAN-INI + 1
              IF NL-CANCELADA
                 MOVE "S" TO WRK-NUM-CANC(WRK-IDX-NUM)
              ELSE
                 ADD 1 TO WRK-NUM-EMISSOES(WRK-IDX-NUM)
              END-IF
              GO TO 0325-MARCAR-FIM
           END-IF.
      *-------- EMITIDA NO MES ABAIXO DA FAIXA: GUARDA PARA CONTAR
      *-------- AS EMISSOES DO NUMERO NO LOG INTEIRO
           IF WRK-MES-DA-NOTA NOT EQUAL WRK-MES
              OR NL-CANCELADA
              OR NL-NF NOT LESS WRK-JAN-INI
              GO TO 0325-MARCAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-FORA FROM 1 BY 1
                   UNTIL WRK-IDX-FORA GREATER WRK-QTD-FORA
                      OR WRK-ACHOU
              IF WRK-FORA-NF(WRK-IDX-FORA) EQUAL NL-NF
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU AND WRK-QTD-FORA LESS 200
              ADD 1 TO WRK-QTD-FORA
              MOVE NL-NF TO WRK-FORA-NF(WRK-QTD-FORA)
              MOVE ZEROS TO WRK-FORA-EMISSOES(WRK-QTD-FORA)
              MOVE "N"   TO WRK-FORA-CANC(WRK-QTD-FORA)
           END-IF.

       0325-MARCAR-FIM.
           EXIT.

       0330-CONTAR-FORA             SECTION.
           OPEN INPUT NOTASLOG.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              IF NL-SERIE EQUAL WRK-SER-CODIGO(WRK-IDX-SER)
                 AND NL-NF LESS WRK-JAN-INI
                 PERFORM VARYING WRK-IDX-FORA FROM 1 BY 1
                         UNTIL WRK-IDX-FORA GREATER WRK-QTD-FORA
                    IF WRK-FORA-NF(WRK-IDX-FORA) EQUAL NL-NF
                       IF NL-CANCELADA
                          MOVE "S" TO WRK-FORA-CANC(WRK-IDX-FORA)
                       ELSE
                          ADD 1 TO WRK-FORA-EMISSOES(WRK-IDX-FORA)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.

       0340-MARCAR-INUTILIZADAS     SECTION.
           OPEN INPUT NFINUT.
           IF FS-NFINUT NOT EQUAL 00
              GO TO 0340-MARCAR-FIM
           END-IF.
           READ NFINUT
           PERFORM UNTIL FS-NFINUT NOT EQUAL 00
              IF NFI-SERIE EQUAL WRK-SER-CODIGO(WRK-IDX-SER)
                 PERFORM VARYING WRK-NF FROM NFI-INICIO BY 1
                         UNTIL WRK-NF GREATER NFI-FIM
                    IF WRK-NF NOT LESS WRK-JAN-INI
                       AND WRK-NF NOT GREATER WRK-JAN-FIM
                       COMPUTE WRK-IDX-NUM = WRK-NF - WRK-JAN-INI + 1
                       MOVE "S" TO WRK-NUM-INUT(WRK-IDX-NUM)
                    END-IF
                 END-PERFORM
              END-IF
              READ NFINUT
           END-PERFORM.
           CLOSE NFINUT.

       0340-MARCAR-FIM.
           EXIT.

       0350-CONFERIR-NUMERO         SECTION.
      *-------- NUMERO SEM EMISSAO NEM INUTILIZACAO E LACUNA; AS
      *-------- LACUNAS SEGUIDAS SAEM NUMA LINHA SO
           IF WRK-NUM-EMISSOES(WRK-IDX-NUM) EQUAL ZEROS
              AND WRK-NUM-CANC(WRK-IDX-NUM) EQUAL "N"
              AND WRK-NUM-INUT(WRK-IDX-NUM) EQUAL "N"
              IF WRK-LAC-INI EQUAL ZEROS
                 MOVE WRK-NF TO WRK-LAC-INI
              END-IF
              MOVE WRK-NF TO WRK-LAC-FIM
              ADD 1 TO WRK-SER-LACUNAS
              GO TO 0350-CONFERIR-FIM
           END-IF.
           PERFORM 0360-FECHAR-LACUNA.
           IF WRK-NUM-EMISSOES(WRK-IDX-NUM) GREATER 1
              ADD 1 TO WRK-SER-DUPLIC
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  " DELIMITED BY SIZE
                     WRK-NF DELIMITED BY SIZE
                     "           DUPLICADA - EMITIDA " DELIMITED BY SIZE
                     WRK-NUM-EMISSOES(WRK-IDX-NUM) DELIMITED BY SIZE
                     " VEZES COM O MESMO NUMERO" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.
           IF WRK-NUM-CANC(WRK-IDX-NUM) EQUAL "S"
              ADD 1 TO WRK-SER-CANCEL
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  " DELIMITED BY SIZE
                     WRK-NF DELIMITED BY SIZE
                     "           CANCELADA (NFCANC)" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.
           IF WRK-NUM-INUT(WRK-IDX-NUM) EQUAL "S"
              AND WRK-NUM-EMISSOES(WRK-IDX-NUM) GREATER ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  " DELIMITED BY SIZE
                     WRK-NF DELIMITED BY SIZE
                     "           EMITIDA DENTRO DE FAIXA INUTILIZADA"
                     DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0390-IMPRIMIR-LINHA
           END-IF.

       0350-CONFERIR-FIM.
           EXIT.

       0360-FECHAR-LACUNA           SECTION.
           IF WRK-LAC-INI EQUAL ZEROS
              GO TO 0360-FECHAR-FIM
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WRK-LAC-INI EQUAL WRK-LAC-FIM
              STRING "  " DELIMITED BY SIZE
                     WRK-LAC-INI DELIMITED BY SIZE
                     "           LACUNA - NUMERO NAO EMITIDO NEM "
                     DELIMITED BY SIZE
                     "INUTILIZADO" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WRK-LAC-INI DELIMITED BY SIZE
                     " A " DELIMITED BY SIZE
                     WRK-LAC-FIM DELIMITED BY SIZE
                     "  LACUNA - NUMEROS NAO EMITIDOS NEM "
                     DELIMITED BY SIZE
                     "INUTILIZADOS" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
           END-IF.
           PERFORM 0390-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-LAC-INI WRK-LAC-FIM.

       0360-FECHAR-FIM.
           EXIT.

       0370-LISTAR-FORA             SECTION.
           PERFORM VARYING WRK-IDX-FORA FROM 1 BY 1
                   UNTIL WRK-IDX-FORA GREATER WRK-QTD-FORA
              ADD 1 TO WRK-SER-FORA
              MOVE SPACES TO WRK-REL-LINHA
              IF WRK-FORA-EMISSOES(WRK-IDX-FORA) GREATER 1
                 ADD 1 TO WRK-SER-DUPLIC
                 STRING "  " DELIMITED BY SIZE
                        WRK-FORA-NF(WRK-IDX-FORA) DELIMITED BY SIZE
                        "           FORA DA SEQUENCIA E DUPLICADA - "
                        DELIMITED BY SIZE
                        WRK-FORA-EMISSOES(WRK-IDX-FORA)
                        DELIMITED BY SIZE
                        " EMISSOES" DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
              ELSE
                 STRING "  " DELIMITED BY SIZE
                        WRK-FORA-NF(WRK-IDX-FORA) DELIMITED BY SIZE
                        "           FORA DA SEQUENCIA (ABAIXO DA FAIXA)"
                        DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
              END-IF
              PERFORM 0390-IMPRIMIR-LINHA
              IF WRK-FORA-CANC(WRK-IDX-FORA) EQUAL "S"
                 ADD 1 TO WRK-SER-CANCEL
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "  " DELIMITED BY SIZE
                        WRK-FORA-NF(WRK-IDX-FORA) DELIMITED BY SIZE
                        "           CANCELADA (NFCANC)"
                        DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0390-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.

       0380-LISTAR-INUTILIZACOES    SECTION.
      *-------- AS FAIXAS INUTILIZADAS NO MES, COM A JUSTIFICATIVA
           OPEN INPUT NFINUT.
           IF FS-NFINUT NOT EQUAL 00
              GO TO 0380-LISTAR-FIM
           END-IF.
           READ NFINUT
           PERFORM UNTIL FS-NFINUT NOT EQUAL 00
              DIVIDE NFI-DATA BY 100 GIVING WRK-MES-DA-NOTA
              IF NFI-SERIE EQUAL WRK-SER-CODIGO(WRK-IDX-SER)
                 AND WRK-MES-DA-NOTA EQUAL WRK-MES
                 COMPUTE WRK-SER-INUTIL = WRK-SER-INUTIL
                                        + NFI-FIM - NFI-INICIO + 1
                 MOVE SPACES TO WRK-DATA-ED
                 STRING NFI-DATA(7:2) "/" NFI-DATA(5:2) "/"
                        NFI-DATA(1:4)
                        DELIMITED BY SIZE INTO WRK-DATA-ED
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "  " DELIMITED BY SIZE
                        NFI-INICIO DELIMITED BY SIZE
                        " A " DELIMITED BY SIZE
                        NFI-FIM DELIMITED BY SIZE
                        "  INUTILIZADA EM " DELIMITED BY SIZE
                        WRK-DATA-ED DELIMITED BY SIZE
                        " POR " DELIMITED BY SIZE
                        NFI-OPERADOR DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0390-IMPRIMIR-LINHA
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "                     MOTIVO: "
                        DELIMITED BY SIZE
                        NFI-MOTIVO DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0390-IMPRIMIR-LINHA
              END-IF
              READ NFINUT
           END-PERFORM.
           CLOSE NFINUT.

       0380-LISTAR-FIM.
           EXIT.

       0390-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-NOTASLOG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "NFINUT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFINUT.
