      * OBSERVAÇÕES: OS ANOS SAEM NA ORDEM CRESCENTE (O HISTRES E
      *              VARRIDO UMA VEZ POR ANO ENCONTRADO); ALUNO SEM
      *              NENHUM LANCAMENTO SAI AVISADO
      * 15/10/2026 JV - NOTAS POR DISCIPLINA: CADA LANCAMENTO SAI
      *                 COM O NOME DA DISCIPLINA (DISCCHK) E O
      *                 BIMESTRE, E CADA ANO FECHA COM O RESULTADO
      *                 DERIVADO DE TODAS AS DISCIPLINAS (MODULO
      *                 ALUFINAL). LANCAMENTO ANTIGO SAI COMO GERAL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
              10 HIS-MEDIA      PIC 9(02)V99.
              10 FILLER         PIC X(01).
              10 HIS-SITUACAO   PIC X(11).
              10 FILLER         PIC X(01).
              10 HIS-DISCIPLINA PIC 9(03).
              10 FILLER         PIC X(01).
              10 HIS-BIMESTRE   PIC X(01).

       FD  RESULTALU.
       01  REG-RESULTALU.
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC X(01).


       WORKING-STORAGE            SECTION.
       77  WRK-NOTA3-ED      PIC Z9,99.
       77  WRK-MEDIA-ED      PIC Z9,99.

      *-------------- DISCIPLINA DA LINHA (MODULO DISCCHK) -----------
       77  WRK-LIN-DISC      PIC 9(03) VALUE ZEROS.
       77  WRK-LIN-BIM       PIC X(01) VALUE SPACES.
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

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
              READ HISTRES
           END-PERFORM.
           CLOSE HISTRES.
           MOVE WRK-ANO-VEZ TO WRK-FIN-ANO.
           PERFORM 0250-RESULTADO-DO-ANO.

       0210-IMPRIMIR-FIM.
           EXIT.

       0220-LINHA-DO-ANO            SECTION.
           MOVE ZEROS        TO WRK-LIN-DISC.
           IF HIS-DISCIPLINA NUMERIC
              MOVE HIS-DISCIPLINA TO WRK-LIN-DISC
           END-IF.
           MOVE HIS-BIMESTRE TO WRK-LIN-BIM.
           PERFORM 0245-NOME-DISCIPLINA.
           MOVE HIS-NOT1  TO WRK-NOTA-ED.
           MOVE HIS-NOT2  TO WRK-NOTA2-ED.
           MOVE HIS-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  "         DELIMITED BY SIZE
                  WRK-DISC-NOME(1:15) DELIMITED BY SIZE
                  " B"         DELIMITED BY SIZE
                  WRK-LIN-BIM  DELIMITED BY SIZE
                  " N1 "       DELIMITED BY SIZE
                  WRK-NOTA-ED  DELIMITED BY SIZE
                  " N2 "       DELIMITED BY SIZE
              READ RESULTALU
           END-PERFORM.
           CLOSE RESULTALU.
           IF WRK-TEM-CORRENTE
              MOVE ZEROS TO WRK-FIN-ANO
              PERFORM 0250-RESULTADO-DO-ANO
           END-IF.

       0230-IMPRIMIR-FIM.
           EXIT.

       0240-LINHA-CORRENTE          SECTION.
           ADD 1 TO WRK-ACUM-LANCAM.
           MOVE RES-DISCIPLINA TO WRK-LIN-DISC.
           MOVE RES-BIMESTRE   TO WRK-LIN-BIM.
           PERFORM 0245-NOME-DISCIPLINA.
           MOVE RES-NOT1  TO WRK-NOTA-ED.
           MOVE RES-NOT2  TO WRK-NOTA2-ED.
           MOVE RES-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  "         DELIMITED BY SIZE
                  WRK-DISC-NOME(1:15) DELIMITED BY SIZE
                  " B"         DELIMITED BY SIZE
                  WRK-LIN-BIM  DELIMITED BY SIZE
                  " N1 "       DELIMITED BY SIZE
                  WRK-NOTA-ED  DELIMITED BY SIZE
                  " N2 "       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0260-MANDAR-LINHA.

       0245-NOME-DISCIPLINA         SECTION.
      *-------- LANCAMENTO ANTIGO (DISCIPLINA 000) SAI COMO "GERAL"
           IF WRK-LIN-DISC EQUAL ZEROS
              MOVE "GERAL" TO WRK-DISC-NOME
              GO TO 0245-NOME-FIM
           END-IF.
           CALL "DISCCHK" USING WRK-LIN-DISC WRK-DISC-RESULTADO
                                WRK-DISC-NOME WRK-DISC-AULAS
                                WRK-DISC-SERIE-INI
                                WRK-DISC-SERIE-FIM.
           IF WRK-DISC-NOME EQUAL SPACES
              MOVE "DISCIPLINA" TO WRK-DISC-NOME
              MOVE WRK-LIN-DISC TO WRK-DISC-NOME(12:3)
           END-IF.

       0245-NOME-FIM.
           EXIT.

       0250-RESULTADO-DO-ANO        SECTION.
      *-------- DESFECHO DO ANO DERIVADO DE TODAS AS DISCIPLINAS
           CALL "ALUFINAL" USING WRK-RM WRK-FIN-ANO WRK-FIN-SITUACAO
                                 WRK-FIN-QTD-DISC WRK-FIN-QTD-REPROV
                                 WRK-FIN-MEDIA WRK-FIN-RECUP.
           IF WRK-FIN-QTD-DISC EQUAL ZEROS
              GO TO 0250-RESULTADO-FIM
           END-IF.
           MOVE WRK-FIN-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  RESULTADO DO ANO: " DELIMITED BY SIZE
                  WRK-FIN-SITUACAO   DELIMITED BY SIZE
                  " DISCIPLINAS "    DELIMITED BY SIZE
                  WRK-FIN-QTD-DISC   DELIMITED BY SIZE
                  " MEDIA GERAL "    DELIMITED BY SIZE
                  WRK-MEDIA-ED       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0260-MANDAR-LINHA.

       0250-RESULTADO-FIM.
           EXIT.

       0260-MANDAR-LINHA            SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
