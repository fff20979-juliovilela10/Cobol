      * OBSERVAÇÕES: NO MODO UNIDADE, ALUNO SEM LANCAMENTO NO
      *              RESULTALU SAI APONTADO NO RESUMO, NAO GANHA
      *              PAGINA VAZIA
      * 15/10/2026 JV - NOTAS POR DISCIPLINA: CADA LINHA DO BOLETIM
      *                 E UMA DISCIPLINA NO BIMESTRE, COM O NOME DO
      *                 CADASTRO (DISCCHK) E A FREQUENCIA DELA; O
      *                 RODAPE SOMA TODOS OS APONTAMENTOS DO RM E O
      *                 BOLETIM FECHA COM O RESULTADO FINAL DO ANO
      *                 (MODULO ALUFINAL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC 9(01).

       FD  FREQALU.
       01  REG-FREQALU.
           05 FRA-DADAS      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-ASSIST    PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-BIMESTRE   PIC 9(01).


       WORKING-STORAGE            SECTION.
           88 WRK-TEM-FREQUENCIA    VALUE "S".
       77  WRK-FREQ-PCT      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FREQ-ED       PIC ZZ9,99.
       77  WRK-FREQ-DISC-ED  PIC ZZ9.
       77  WRK-SOMA-DADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-ASSIST   PIC 9(05) VALUE ZEROS.

      *-------------- DISCIPLINA DO LANCAMENTO (MODULO DISCCHK) ------
       77  WRK-DISC-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-DISC-NOME     PIC X(20) VALUE SPACES.
       77  WRK-DISC-AULAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-INI PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-FIM PIC 9(02) VALUE ZEROS.

      *-------------- RESULTADO FINAL DO ANO (MODULO ALUFINAL) -------
       77  WRK-FIN-ANO       PIC 9(04) VALUE ZEROS.
       77  WRK-FIN-SITUACAO  PIC X(11) VALUE SPACES.
       77  WRK-FIN-QTD-DISC  PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-QTD-REPROV PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-MEDIA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FIN-RECUP     PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-BOLETINS PIC 9(04) VALUE ZEROS.
              DISPLAY "RM " WRK-RM " SEM LANCAMENTO DE NOTAS"
           ELSE
              PERFORM 0430-RODAPE-FREQUENCIA
              PERFORM 0450-RESULTADO-FINAL
           END-IF.

       0400-IMPRIMIR-FIM.
                  WRK-RM         DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-NOME-ALUNO DELIMITED BY SIZE
                  " NIVEL "      DELIMITED BY SIZE
                  RES-NIVEL      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0440-MANDAR-LINHA.
           MOVE "DISCIPLINA      BIM  N1    N2   MEDIA SITUACAO"
             TO WRK-REL-LINHA.
           MOVE "    FREQ" TO WRK-REL-LINHA(49:8).
           PERFORM 0440-MANDAR-LINHA.

       0420-LINHA-LANCAMENTO        SECTION.
      *-------- UMA LINHA POR DISCIPLINA E BIMESTRE; O LANCAMENTO
      *-------- ANTIGO (DISCIPLINA 000) SAI COMO "GERAL"
           IF RES-DISCIPLINA EQUAL ZEROS
              MOVE "GERAL" TO WRK-DISC-NOME
           ELSE
              CALL "DISCCHK" USING RES-DISCIPLINA WRK-DISC-RESULTADO
                                   WRK-DISC-NOME WRK-DISC-AULAS
                                   WRK-DISC-SERIE-INI
                                   WRK-DISC-SERIE-FIM
              IF WRK-DISC-NOME EQUAL SPACES
                 MOVE "DISCIPLINA" TO WRK-DISC-NOME
                 MOVE RES-DISCIPLINA TO WRK-DISC-NOME(12:3)
              END-IF
           END-IF.
           MOVE RES-NOT1  TO WRK-NOTA-ED.
           MOVE RES-NOT2  TO WRK-NOTA2-ED.
           MOVE RES-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-DISC-NOME(1:15) DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  RES-BIMESTRE DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  WRK-NOTA-ED  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-NOTA2-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-MEDIA-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  RES-SITUACAO DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0425-FREQUENCIA-DISCIPLINA.
           IF WRK-TEM-FREQUENCIA
              MOVE WRK-FREQ-PCT TO WRK-FREQ-DISC-ED
              STRING WRK-FREQ-DISC-ED DELIMITED BY SIZE
                     " %" DELIMITED BY SIZE
                     INTO WRK-REL-LINHA(53:6)
           END-IF.
           PERFORM 0440-MANDAR-LINHA.
      *-------- A FAIXA DE RECUPERACAO SO SAI ONDE HOUVE NOTA
           IF RES-NOT3 GREATER ZEROS
              PERFORM 0440-MANDAR-LINHA
           END-IF.

       0425-FREQUENCIA-DISCIPLINA   SECTION.
      *-------- APONTAMENTO DA DISCIPLINA NO BIMESTRE DO LANCAMENTO
           MOVE "N" TO WRK-SW-FREQ.
           IF RES-DISCIPLINA EQUAL ZEROS
              GO TO 0425-FREQUENCIA-FIM
           END-IF.
           OPEN INPUT FREQALU.
           IF FS-FREQALU NOT EQUAL 00
              GO TO 0425-FREQUENCIA-FIM
           END-IF.
           READ FREQALU
           PERFORM UNTIL FS-FREQALU NOT EQUAL 00
                      OR WRK-TEM-FREQUENCIA
              IF FRA-RM EQUAL WRK-RM
                 AND FRA-DADAS GREATER ZEROS
                 AND FRA-DISCIPLINA NUMERIC
                 AND FRA-DISCIPLINA EQUAL RES-DISCIPLINA
                 AND FRA-BIMESTRE EQUAL RES-BIMESTRE
                 SET WRK-TEM-FREQUENCIA TO TRUE
                 COMPUTE WRK-FREQ-PCT ROUNDED
                       = FRA-ASSIST * 100 / FRA-DADAS
              END-IF
           END-PERFORM.
           CLOSE FREQALU.

       0425-FREQUENCIA-FIM.
           EXIT.

       0430-RODAPE-FREQUENCIA       SECTION.
      *-------- FREQUENCIA NO PERIODO: TODOS OS APONTAMENTOS DO RM
      *-------- SOMADOS (POR DISCIPLINA OU GERAL)
           MOVE "N" TO WRK-SW-FREQ.
           MOVE ZEROS TO WRK-SOMA-DADAS WRK-SOMA-ASSIST.
           OPEN INPUT FREQALU.
           IF FS-FREQALU NOT EQUAL 00
              GO TO 0430-RODAPE-FIM
           END-IF.
           READ FREQALU
           PERFORM UNTIL FS-FREQALU NOT EQUAL 00
              IF FRA-RM EQUAL WRK-RM
                 ADD FRA-DADAS  TO WRK-SOMA-DADAS
                 ADD FRA-ASSIST TO WRK-SOMA-ASSIST
              END-IF
              READ FREQALU
           END-PERFORM.
           CLOSE FREQALU.
           IF WRK-SOMA-DADAS GREATER ZEROS
              SET WRK-TEM-FREQUENCIA TO TRUE
              COMPUTE WRK-FREQ-PCT ROUNDED
                    = WRK-SOMA-ASSIST * 100 / WRK-SOMA-DADAS
           END-IF.
           IF WRK-TEM-FREQUENCIA
              MOVE WRK-FREQ-PCT TO WRK-FREQ-ED
              MOVE SPACES TO WRK-REL-LINHA
       0430-RODAPE-FIM.
           EXIT.

       0450-RESULTADO-FINAL         SECTION.
      *-------- RESULTADO DO ANO DERIVADO DE TODAS AS DISCIPLINAS
           CALL "ALUFINAL" USING WRK-RM WRK-FIN-ANO WRK-FIN-SITUACAO
                                 WRK-FIN-QTD-DISC WRK-FIN-QTD-REPROV
                                 WRK-FIN-MEDIA WRK-FIN-RECUP.
           MOVE WRK-FIN-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "RESULTADO FINAL: " DELIMITED BY SIZE
                  WRK-FIN-SITUACAO   DELIMITED BY SIZE
                  " DISCIPLINAS "    DELIMITED BY SIZE
                  WRK-FIN-QTD-DISC   DELIMITED BY SIZE
                  " REPROVADAS "     DELIMITED BY SIZE
                  WRK-FIN-QTD-REPROV DELIMITED BY SIZE
                  " MEDIA GERAL "    DELIMITED BY SIZE
                  WRK-MEDIA-ED       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0440-MANDAR-LINHA.

       0440-MANDAR-LINHA            SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
