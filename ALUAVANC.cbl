      *              ALUSERIE.txt (RM + SERIE), COMO O SALDO DE
      *              PONTOS VIVE AO LADO DO CADASTRO DE CLIENTES.
      *              ALUNO SEM LINHA NO ALUSERIE COMECA NA SERIE 01;
      *              O RESULTADO FINAL DE CADA RM VEM DO ALUFINAL.
      *              SO ALUNO ATIVO E AVALIADO
      * 15/10/2026 JV - NOTAS POR DISCIPLINA: O RESULTADO DE CADA RM
      *                 PASSA A VIR DO MODULO ALUFINAL, QUE JUNTA
      *                 TODAS AS DISCIPLINAS; ALUNO SEM NENHUMA
      *                 DISCIPLINA LANCADA SEGUE SEM RESULTADO
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

       FD  ALUSERIE.
       01  REG-ALUSERIE.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------- RESULTADO FINAL POR RM (MODULO ALUFINAL) -------
       77  WRK-QTD-RESULT    PIC 9(05) VALUE ZEROS.
       77  WRK-FIN-ANO       PIC 9(04) VALUE ZEROS.
       77  WRK-FIN-SITUACAO  PIC X(11) VALUE SPACES.
       77  WRK-FIN-QTD-DISC  PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-QTD-REPROV PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-MEDIA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FIN-RECUP     PIC X(01) VALUE SPACES.

      *-------------- SERIES POR RM (ALUSERIE.txt) -------------------
       77  WRK-QTD-SERIES    PIC 9(03) VALUE ZEROS.
           DISPLAY "=========================================".

       0150-CARREGAR-RESULTADOS     SECTION.
      *-------- SO CONFERE O RESULTALU; O RESULTADO DE CADA RM VEM
      *-------- DO MODULO ALUFINAL (TODAS AS DISCIPLINAS)
           OPEN INPUT RESULTALU.
           IF FS-RESULTALU NOT EQUAL 00
              MOVE "RESULTALU NAO FOI ABERTO" TO WRK-MSG-ERRO
           END-IF.
           READ RESULTALU
           PERFORM UNTIL FS-RESULTALU NOT EQUAL 00
              ADD 1 TO WRK-QTD-RESULT
              READ RESULTALU
           END-PERFORM.
           CLOSE RESULTALU.
           DISPLAY "LANCAMENTOS NO RESULTALU: " WRK-QTD-RESULT.

       0160-CARREGAR-SERIES         SECTION.
           OPEN INPUT ALUSERIE.
           END-IF.
           MOVE WRK-SERIE-ANT TO WRK-SERIE-NOV.

      *-------- RESULTADO FINAL DO RM, DE TODAS AS DISCIPLINAS
           MOVE "N"    TO WRK-SW-ACHOU.
           MOVE ZEROS  TO WRK-FIN-ANO.
           CALL "ALUFINAL" USING REG-RM WRK-FIN-ANO WRK-FIN-SITUACAO
                                 WRK-FIN-QTD-DISC WRK-FIN-QTD-REPROV
                                 WRK-FIN-MEDIA WRK-FIN-RECUP.
           MOVE WRK-FIN-SITUACAO TO WRK-SITUACAO-RM.
           IF WRK-FIN-QTD-DISC GREATER ZEROS
              SET WRK-ACHADO TO TRUE
           END-IF.

           COMPUTE WRK-UNI-SUB = REG-UNI + 1.
           EVALUATE TRUE
