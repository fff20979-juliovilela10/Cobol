      *              DADAS. A CARGA REGRAVA O FREQALU.txt INTEIRO -
      *              E A FREQUENCIA DO PERIODO CORRENTE, UMA LINHA
      *              POR RM
      * 15/10/2026 JV - A LINHA DAS UNIDADES PODE TRAZER DISCIPLINA E
      *                 BIMESTRE NO FIM (CONFERIDOS NO CADASTRO DE
      *                 DISCIPLINAS PELO DISCCHK) E O FREQALU.txt
      *                 PASSA A SER POR RM + DISCIPLINA + BIMESTRE;
      *                 LINHA SEM ELES E A FREQUENCIA GERAL DO
      *                 ALUNO (DISCIPLINA 000), COMO ANTES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 FRU-DADAS      PIC X(03).
           05 FILLER         PIC X(01).
           05 FRU-ASSIST     PIC X(03).
           05 FILLER         PIC X(01).
           05 FRU-DISC       PIC X(03).
           05 FILLER         PIC X(01).
           05 FRU-BIM        PIC X(01).
       01  REG-FREQUNI-N REDEFINES REG-FREQUNI.
           05 FRU-RM-N       PIC 9(05).
           05 FILLER         PIC X(01).
           05 FRU-DADAS-N    PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRU-ASSIST-N   PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRU-DISC-N     PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRU-BIM-N      PIC 9(01).

       FD  RNDAT.
       01  REG-ALUNO.
           05 FRA-DADAS      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-ASSIST     PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-BIMESTRE   PIC 9(01).


       WORKING-STORAGE            SECTION.
       77  WRK-SW-RM     PIC X(01) VALUE "N".
           88 WRK-RM-VALIDO         VALUE "S".

      *-------------- DISCIPLINA DA LINHA (MODULO DISCCHK) -----------
       77  WRK-DISC-CODIGO    PIC 9(03) VALUE ZEROS.
       77  WRK-DISC-RESULTADO PIC X(01) VALUE SPACES.
           88 WRK-DISC-ATIVA        VALUE "S".
           88 WRK-DISC-SEM-CADASTRO VALUE "A".
       77  WRK-DISC-NOME      PIC X(20) VALUE SPACES.
       77  WRK-DISC-AULAS     PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-INI PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-FIM PIC 9(02) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDAS      PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-GRAVADAS   PIC 9(04) VALUE ZEROS.
                      " COM ASSISTIDAS MAIOR QUE DADAS"
              MOVE "N" TO WRK-SW-LINHA
           END-IF.
           IF WRK-LINHA-BOA
              PERFORM 0230-CONFERIR-DISCIPLINA
           END-IF.
           IF WRK-LINHA-BOA
              PERFORM 0220-CONFERIR-RM
              IF NOT WRK-RM-VALIDO
              GO TO 0210-TRATAR-FIM
           END-IF.

           MOVE SPACES       TO REG-FREQALU.
           MOVE FRU-RM-N     TO FRA-RM.
           MOVE FRU-DADAS-N  TO FRA-DADAS.
           MOVE FRU-ASSIST-N TO FRA-ASSIST.
           MOVE WRK-DISC-CODIGO TO FRA-DISCIPLINA.
           MOVE FRU-BIM      TO FRA-BIMESTRE.
           WRITE REG-FREQALU.
           ADD 1 TO WRK-ACUM-GRAVADAS.

       0220-CONFERIR-FIM.
           EXIT.

       0230-CONFERIR-DISCIPLINA     SECTION.
      *--------------------------------------------------------------
      *-------- DISCIPLINA E BIMESTRE EM BRANCO = FREQUENCIA GERAL DO
      *-------- ALUNO (DISCIPLINA 000, BIMESTRE 0), COMO ANTES; VINDO
      *-------- PREENCHIDOS, A DISCIPLINA TEM QUE ESTAR ATIVA NO
      *-------- CADASTRO (DISCMANT) E O BIMESTRE IR DE 1 A 4
      *--------------------------------------------------------------
           IF FRU-DISC EQUAL SPACES AND FRU-BIM EQUAL SPACES
              MOVE ZEROS TO WRK-DISC-CODIGO
              MOVE "0"   TO FRU-BIM
              GO TO 0230-CONFERIR-FIM
           END-IF.
           IF FRU-DISC NOT NUMERIC
              OR FRU-BIM NOT NUMERIC
              DISPLAY "LINHA REJEITADA - RM " FRU-RM
                      " COM DISCIPLINA/BIMESTRE NAO NUMERICO"
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0230-CONFERIR-FIM
           END-IF.
           IF FRU-BIM-N LESS 1 OR FRU-BIM-N GREATER 4
              DISPLAY "LINHA REJEITADA - RM " FRU-RM
                      " COM BIMESTRE FORA DA FAIXA 1-4"
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0230-CONFERIR-FIM
           END-IF.
           MOVE FRU-DISC-N TO WRK-DISC-CODIGO.
           CALL "DISCCHK" USING WRK-DISC-CODIGO WRK-DISC-RESULTADO
                                WRK-DISC-NOME WRK-DISC-AULAS
                                WRK-DISC-SERIE-INI
                                WRK-DISC-SERIE-FIM.
           IF NOT WRK-DISC-ATIVA AND NOT WRK-DISC-SEM-CADASTRO
              DISPLAY "LINHA REJEITADA - RM " FRU-RM
                      " COM DISCIPLINA " FRU-DISC
                      " NAO CADASTRADA OU DESATIVADA"
              MOVE "N" TO WRK-SW-LINHA
           END-IF.

       0230-CONFERIR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDAS.
