      *                 DE RECUPERACAO PELA MEDIA DAS DUAS PRIMEIRAS
      *                 NOTAS; QUEM JA APROVA OU JA REPROVA DIRETO NAO
      *                 PRECISA FAZER RECUPERACAO
      * 15/10/2026 JV - NOTAS POR DISCIPLINA E BIMESTRE: CADA LINHA
      *                 DO LOTE TRAZ NO FIM O CODIGO DA DISCIPLINA E
      *                 O BIMESTRE (1 A 4) E O MODO INTERATIVO PEDE
      *                 OS DOIS. A DISCIPLINA E CONFERIDA NO CADASTRO
      *                 (DISCMANT, MODULO DISCCHK), TEM QUE SER DADA
      *                 NA SERIE DO ALUNO (ALUSERIE.txt) E LECIONADA
      *                 PELO DONO DO LOTE (MATERIAS DO PROFMANT).
      *                 A SITUACAO E DECIDIDA POR DISCIPLINA, COM A
      *                 FREQUENCIA DA DISCIPLINA NO BIMESTRE (OU A
      *                 GERAL DO RM, SEM ELA), E O RESULTALU GANHOU
      *                 DISCIPLINA E BIMESTRE NO FIM (CONVERSAO
      *                 UNICA PELO ALURCONV)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NOTASSUB.

           SELECT ALUSERIE ASSIGN TO WRK-PATH-ALUSERIE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ALUSERIE.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTALU.
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC 9(01).

       FD  RNDAT.
       01  REG-ALUNO.
           05 NOT-NOTA2      PIC X(04).
           05 FILLER         PIC X(01).
           05 NOT-NOTA3      PIC X(04).
           05 FILLER         PIC X(01).
           05 NOT-DISC       PIC X(03).
           05 FILLER         PIC X(01).
           05 NOT-BIM        PIC X(01).
       01  REG-NOTAS-N REDEFINES REG-NOTAS.
           05 FILLER         PIC X(12).
           05 NOT-NOTA1-N    PIC 9(02)V99.
           05 NOT-NOTA2-N    PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 NOT-NOTA3-N    PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 NOT-DISC-N     PIC 9(03).
           05 FILLER         PIC X(01).
           05 NOT-BIM-N      PIC 9(01).

       FD  FREQALU.
       01  REG-FREQALU.
           05 FRA-DADAS      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-ASSIST     PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-BIMESTRE   PIC 9(01).

       FD  PROFESSOR.
       01  REG-PROFESSOR.
           05 FILLER         PIC X(01).
           05 SUB-REJEITADAS PIC 9(04).

       FD  ALUSERIE.
       01  REG-ALUSERIE.
           05 SER-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 SER-SERIE      PIC 9(02).

       WORKING-STORAGE            SECTION.
       77  WRK-NIVEL     PIC X(10)    VALUE SPACES.
       77  WRK-NOT1      PIC 9(02)V99 VALUE ZEROS.
       77  FS-FREQALU    PIC 9(02) VALUE ZEROS.
       77  FS-PROFESSOR  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASSUB   PIC 9(02) VALUE ZEROS.
       77  FS-ALUSERIE   PIC 9(02) VALUE ZEROS.

      *-------------- DONO DO LOTE (CADASTRO PROFMANT) ---------------
       77  WRK-PROF-CODIGO PIC 9(04) VALUE ZEROS.
           88 WRK-PROF-ACHADO       VALUE "S".
       77  WRK-SW-LOTE-OK  PIC X(01) VALUE "S".
           88 WRK-LOTE-AUTORIZADO   VALUE "S".
       77  WRK-SW-CONF-PROF PIC X(01) VALUE "N".
           88 WRK-CONFERE-PROFESSOR VALUE "S".
       01  WRK-PROF-MATERIAS PIC X(20) VALUE SPACES.
       01  WRK-PROF-MAT-R REDEFINES WRK-PROF-MATERIAS.
           05 WRK-PROF-DISC-ENTRY OCCURS 5 TIMES.
              10 WRK-PROF-DISC  PIC X(03).
              10 FILLER         PIC X(01).
       77  WRK-IDX         PIC 9(02) VALUE ZEROS.
       77  WRK-SW-LECIONA  PIC X(01) VALUE "N".
           88 WRK-PROF-LECIONA      VALUE "S".

      *-------------- DISCIPLINA E BIMESTRE (MODULO DISCCHK) ---------
       77  WRK-DISCIPLINA    PIC 9(03) VALUE ZEROS.
       77  WRK-BIMESTRE      PIC 9(01) VALUE ZEROS.
       77  WRK-DISC-RESULTADO PIC X(01) VALUE SPACES.
           88 WRK-DISC-ATIVA        VALUE "S".
           88 WRK-DISC-SEM-CADASTRO VALUE "A".
       77  WRK-DISC-NOME     PIC X(20) VALUE SPACES.
       77  WRK-DISC-AULAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-INI PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-FIM PIC 9(02) VALUE ZEROS.
       77  WRK-SERIE-ALUNO   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-SERIE      PIC X(01) VALUE "N".
           88 WRK-TEM-SERIES        VALUE "S".
       77  WRK-SW-DISC       PIC X(01) VALUE "N".
           88 WRK-DISC-VALIDA       VALUE "S".
       77  WRK-MOTIVO-DISC   PIC X(40) VALUE SPACES.

      *-------------- FREQUENCIA MINIMA (CARGA FREQCARG) -------------
       77  WRK-SW-FREQ   PIC X(01) VALUE "N".
           88 WRK-TEM-FREQUENCIA   VALUE "S".
       77  WRK-SW-FREQ-GERAL PIC X(01) VALUE "N".
           88 WRK-TEM-FREQ-GERAL   VALUE "S".
       77  WRK-FREQ-GERAL-PCT PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FREQ-PCT  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FREQ-ED   PIC ZZ9,99.
       77  WRK-SW-LOTE   PIC X(01) VALUE "N".
       01  WRK-PATH-FREQALU  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PROFESSOR PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASSUB PIC X(60) VALUE SPACES.
       01  WRK-PATH-ALUSERIE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.


       0100-INICIALIZAR           SECTION.
           PERFORM 0050-PEDIR-RM.
           PERFORM 0055-PEDIR-DISCIPLINA.
           DISPLAY "NIVEL (FUND / MEDIO) "
             ACCEPT WRK-NIVEL
           DISPLAY "Digite a Primeira Nota: "
              END-IF
           END-PERFORM.

       0055-PEDIR-DISCIPLINA      SECTION.
      *--------------------------------------------------------------
      *-------- A NOTA E LANCADA POR DISCIPLINA E BIMESTRE: A
      *-------- DISCIPLINA TEM QUE ESTAR ATIVA NO CADASTRO (DISCMANT)
      *-------- E SER DADA NA SERIE DO ALUNO; O BIMESTRE VAI DE 1 A 4
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-DISC.
           PERFORM UNTIL WRK-DISC-VALIDA
              DISPLAY "DISCIPLINA (CODIGO): "
                ACCEPT WRK-DISCIPLINA
              PERFORM 0070-CONFERIR-DISCIPLINA
              IF NOT WRK-DISC-VALIDA
                 DISPLAY "DISCIPLINA " WRK-DISCIPLINA " - "
                         WRK-MOTIVO-DISC
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-BIMESTRE.
           PERFORM UNTIL WRK-BIMESTRE GREATER ZEROS
                     AND WRK-BIMESTRE LESS 5
              DISPLAY "BIMESTRE (1 A 4): "
                ACCEPT WRK-BIMESTRE
           END-PERFORM.

       0070-CONFERIR-DISCIPLINA   SECTION.
      *--------------------------------------------------------------
      *-------- CONFERE WRK-DISCIPLINA PARA O WRK-RM: ATIVA NO
      *-------- CADASTRO E DADA NA SERIE DO ALUNO (ALUSERIE.txt; RM
      *-------- SEM LINHA ESTA NA SERIE 01, COMO NO ALUAVANC). SEM O
      *-------- CADASTRO DE DISCIPLINAS IMPLANTADO, SO O CODIGO 000
      *-------- E RECUSADO
      *--------------------------------------------------------------
           MOVE "N"    TO WRK-SW-DISC.
           MOVE SPACES TO WRK-MOTIVO-DISC.
           IF WRK-DISCIPLINA EQUAL ZEROS
              MOVE "CODIGO 000 NAO E VALIDO" TO WRK-MOTIVO-DISC
              GO TO 0070-CONFERIR-FIM
           END-IF.
           CALL "DISCCHK" USING WRK-DISCIPLINA WRK-DISC-RESULTADO
                                WRK-DISC-NOME WRK-DISC-AULAS
                                WRK-DISC-SERIE-INI
                                WRK-DISC-SERIE-FIM.
           IF WRK-DISC-SEM-CADASTRO
              SET WRK-DISC-VALIDA TO TRUE
              GO TO 0070-CONFERIR-FIM
           END-IF.
           IF NOT WRK-DISC-ATIVA
              MOVE "NAO CADASTRADA OU DESATIVADA"
                TO WRK-MOTIVO-DISC
              GO TO 0070-CONFERIR-FIM
           END-IF.
           PERFORM 0080-BUSCAR-SERIE.
           IF WRK-TEM-SERIES
              AND (WRK-SERIE-ALUNO LESS WRK-DISC-SERIE-INI
                   OR WRK-SERIE-ALUNO GREATER WRK-DISC-SERIE-FIM)
              MOVE "NAO E DADA NA SERIE DO ALUNO"
                TO WRK-MOTIVO-DISC
              GO TO 0070-CONFERIR-FIM
           END-IF.
           SET WRK-DISC-VALIDA TO TRUE.

       0070-CONFERIR-FIM.
           EXIT.

       0080-BUSCAR-SERIE          SECTION.
      *-------- SEM O ALUSERIE.txt A SERIE NAO E CONFERIDA
           MOVE "N" TO WRK-SW-SERIE.
           MOVE 01  TO WRK-SERIE-ALUNO.
           OPEN INPUT ALUSERIE.
           IF FS-ALUSERIE NOT EQUAL 00
              GO TO 0080-BUSCAR-FIM
           END-IF.
           SET WRK-TEM-SERIES TO TRUE.
           READ ALUSERIE
           PERFORM UNTIL FS-ALUSERIE NOT EQUAL 00
              IF SER-RM EQUAL WRK-RM
                 MOVE SER-SERIE TO WRK-SERIE-ALUNO
              END-IF
              READ ALUSERIE
           END-PERFORM.
           CLOSE ALUSERIE.

       0080-BUSCAR-FIM.
           EXIT.

       0060-CONFERIR-RM           SECTION.
           MOVE "N" TO WRK-SW-RM.
           OPEN INPUT RNDAT.
      *-------- "REPROV FREQ" INDEPENDENTE DA NOTA; SEM APONTAMENTO,
      *-------- VALE SO A NOTA, COMO ANTES
      *--------------------------------------------------------------
      *-------- VALE O APONTAMENTO DA DISCIPLINA NO BIMESTRE; SEM
      *-------- ELE, O APONTAMENTO GERAL DO RM (DISCIPLINA 000)
           MOVE "N" TO WRK-SW-FREQ.
           MOVE "N" TO WRK-SW-FREQ-GERAL.
           OPEN INPUT FREQALU.
           IF FS-FREQALU NOT EQUAL 00
              GO TO 0170-CONFERIR-FIM
                      OR WRK-TEM-FREQUENCIA
              IF FRA-RM EQUAL WRK-RM
                 AND FRA-DADAS GREATER ZEROS
                 IF FRA-DISCIPLINA NOT NUMERIC
                    OR FRA-DISCIPLINA EQUAL ZEROS
                    SET WRK-TEM-FREQ-GERAL TO TRUE
                    COMPUTE WRK-FREQ-GERAL-PCT ROUNDED
                          = FRA-ASSIST * 100 / FRA-DADAS
                 ELSE
                    IF FRA-DISCIPLINA EQUAL WRK-DISCIPLINA
                       AND FRA-BIMESTRE EQUAL WRK-BIMESTRE
                       SET WRK-TEM-FREQUENCIA TO TRUE
                       COMPUTE WRK-FREQ-PCT ROUNDED
                             = FRA-ASSIST * 100 / FRA-DADAS
                    END-IF
                 END-IF
              END-IF
              IF NOT WRK-TEM-FREQUENCIA
                 READ FREQALU
              END-IF
           END-PERFORM.
           CLOSE FREQALU.
           IF NOT WRK-TEM-FREQUENCIA AND WRK-TEM-FREQ-GERAL
              SET WRK-TEM-FREQUENCIA TO TRUE
              MOVE WRK-FREQ-GERAL-PCT TO WRK-FREQ-PCT
           END-IF.
           IF WRK-TEM-FREQUENCIA
              MOVE WRK-FREQ-PCT TO WRK-FREQ-ED
              DISPLAY "FREQUENCIA: " WRK-FREQ-ED " %"
           IF FS-RESULTALU EQUAL 35
              OPEN OUTPUT RESULTALU
           END-IF.
           MOVE SPACES        TO REG-RESULTALU.
           MOVE WRK-RM        TO RES-RM.
           MOVE WRK-DATA-HOJE TO RES-DATA.
           MOVE WRK-NIVEL    TO RES-NIVEL.
           MOVE WRK-NOT3     TO RES-NOT3.
           MOVE WRK-MEDIA    TO RES-MEDIA.
           MOVE WRK-SITUACAO TO RES-SITUACAO.
           MOVE WRK-DISCIPLINA TO RES-DISCIPLINA.
           MOVE WRK-BIMESTRE TO RES-BIMESTRE.
           WRITE REG-RESULTALU.
           CLOSE RESULTALU.

      *-------- CADASTRO IMPLANTADO O LOTE RODA SEM CONFERENCIA
      *--------------------------------------------------------------
           MOVE "S" TO WRK-SW-LOTE-OK.
           MOVE "N" TO WRK-SW-CONF-PROF.
           IF FS-NOTAS NOT EQUAL 00
              GO TO 0405-VALIDAR-FIM
           END-IF.
           MOVE REG-NOTAS(2:4) TO WRK-PROF-CODIGO.

           MOVE "N"    TO WRK-SW-PROF-ACH.
           MOVE SPACES TO WRK-PROF-ATIVO WRK-PROF-NOME
                          WRK-PROF-MATERIAS.
           OPEN INPUT PROFESSOR.
           IF FS-PROFESSOR NOT EQUAL 00
              DISPLAY "CADASTRO DE PROFESSORES AINDA NAO "
                 SET WRK-PROF-ACHADO TO TRUE
                 MOVE PRF-NOME  TO WRK-PROF-NOME
                 MOVE PRF-ATIVO TO WRK-PROF-ATIVO
                 MOVE PRF-MATERIAS TO WRK-PROF-MATERIAS
              END-IF
              READ PROFESSOR
           END-PERFORM.
              WHEN OTHER
                 DISPLAY "LOTE DO PROFESSOR " WRK-PROF-CODIGO
                         " " WRK-PROF-NOME
                 SET WRK-CONFERE-PROFESSOR TO TRUE
                 READ NOTAS
           END-EVALUATE.

                      " COM NOTA FORA DA FAIXA 0-10"
              MOVE "N" TO WRK-SW-LINHA
           END-IF.
           IF WRK-LINHA-BOA
              PERFORM 0420-CONFERIR-DISC-LINHA
           END-IF.
           IF NOT WRK-LINHA-BOA
              ADD 1 TO WRK-ACUM-REJEITADAS
              GO TO 0410-TRATAR-FIM
       0410-TRATAR-FIM.
           EXIT.

       0420-CONFERIR-DISC-LINHA   SECTION.
      *--------------------------------------------------------------
      *-------- CADA LINHA TRAZ A DISCIPLINA E O BIMESTRE: DISCIPLINA
      *-------- ATIVA E DADA NA SERIE DO ALUNO, BIMESTRE DE 1 A 4 E,
      *-------- COM O LOTE CONFERIDO NO CADASTRO DE PROFESSORES, UMA
      *-------- DAS DISCIPLINAS QUE O DONO DO LOTE LECIONA
      *--------------------------------------------------------------
           IF NOT-DISC NOT NUMERIC OR NOT-BIM NOT NUMERIC
              DISPLAY "LINHA REJEITADA - RM " NOT-RM
                      " SEM DISCIPLINA/BIMESTRE NUMERICO"
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0420-CONFERIR-FIM
           END-IF.
           IF NOT-BIM-N LESS 1 OR NOT-BIM-N GREATER 4
              DISPLAY "LINHA REJEITADA - RM " NOT-RM
                      " COM BIMESTRE FORA DA FAIXA 1-4"
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0420-CONFERIR-FIM
           END-IF.
           MOVE NOT-DISC-N TO WRK-DISCIPLINA.
           MOVE NOT-BIM-N  TO WRK-BIMESTRE.
           PERFORM 0070-CONFERIR-DISCIPLINA.
           IF NOT WRK-DISC-VALIDA
              DISPLAY "LINHA REJEITADA - RM " NOT-RM
                      " DISCIPLINA " NOT-DISC " " WRK-MOTIVO-DISC
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0420-CONFERIR-FIM
           END-IF.
           IF NOT WRK-CONFERE-PROFESSOR
              GO TO 0420-CONFERIR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-LECIONA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 5
              IF WRK-PROF-DISC(WRK-IDX) EQUAL NOT-DISC
                 SET WRK-PROF-LECIONA TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-PROF-LECIONA
              DISPLAY "LINHA REJEITADA - RM " NOT-RM
                      " DISCIPLINA " NOT-DISC " NAO E LECIONADA "
                      "PELO PROFESSOR " WRK-PROF-CODIGO
              MOVE "N" TO WRK-SW-LINHA
           END-IF.

       0420-CONFERIR-FIM.
           EXIT.

       0300-FINALIZAR             SECTION.
           DISPLAY "**********************************".
           DISPLAY "********** FIM PROGRAMA **********".
           MOVE "NOTASSUB.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASSUB.
           MOVE "ALUSERIE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ALUSERIE.
