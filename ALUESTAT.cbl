      *              RECUPERACAO LANCADA; REPROVADO = SITUACAO
      *              REPROVADO. BOLETIM COM RM FORA DO ROSTER E
      *              CONTADO A PARTE
      * 15/10/2026 JV - NOTAS POR DISCIPLINA: AS FAIXAS DA UNIDADE
      *                 PASSAM A CONTAR ALUNOS PELO RESULTADO FINAL
      *                 DERIVADO DE TODAS AS DISCIPLINAS (MODULO
      *                 ALUFINAL) E A ESTATISTICA GANHA O QUADRO
      *                 DOS LANCAMENTOS POR DISCIPLINA (MEDIA E
      *                 PERCENTUAL DE APROVACAO)
      * 15/10/2026 JV - CADA RODADA GRAVA O RESUMO DO ANO LETIVO
      *                 (MAIOR ANO DAS DATAS DE LANCAMENTO) POR
      *                 UNIDADE NO ESTATANO.txt, CONCILIADO PELO
      *                 CENSO ESCOLAR (CENSOEXP)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FREQALU.

           SELECT ESTATANO ASSIGN TO WRK-PATH-ESTATANO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTATANO.


       DATA DIVISION.
       FILE SECTION.
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC 9(01).

       FD  RNDAT.
       01  REG-ALUNO.
           05 FRA-DADAS      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-ASSIST     PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRA-BIMESTRE   PIC 9(01).

       FD  ESTATANO.
       COPY "ETACOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-RESULTALU PIC 9(02) VALUE ZEROS.
       77  FS-RNDAT     PIC 9(02) VALUE ZEROS.
       77  FS-FREQALU   PIC 9(02) VALUE ZEROS.
       77  FS-ESTATANO  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ALUESTAT".
           05 WRK-RM-ENTRY OCCURS 500 TIMES.
              10 WRK-RM-NUM     PIC 9(05).
              10 WRK-RM-UNI     PIC 9(01).
              10 WRK-RM-LANCOU  PIC X(01).

      *-------------- ESTATISTICA POR UNIDADE (0-9) ------------------
       01  WRK-TAB-UNIDADES.
              10 WRK-UNI-ASSIST    PIC 9(06).
              10 WRK-UNI-DIST OCCURS 11 TIMES PIC 9(04).

      *-------------- LANCAMENTOS POR DISCIPLINA ---------------------
       77  WRK-QTD-DISC      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DISC.
           05 WRK-DISC-ENTRY OCCURS 30 TIMES.
              10 WRK-DISC-COD    PIC 9(03).
              10 WRK-DISC-LANC   PIC 9(04).
              10 WRK-DISC-APROV  PIC 9(04).
              10 WRK-DISC-REPROV PIC 9(04).
              10 WRK-DISC-SOMA   PIC 9(06)V99.
       77  WRK-DISC-SUB      PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-DISC-NOME     PIC X(20) VALUE SPACES.
       77  WRK-DISC-AULAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-INI PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-FIM PIC 9(02) VALUE ZEROS.

      *-------------- RESULTADO FINAL DO ALUNO (MODULO ALUFINAL) -----
       77  WRK-FIN-RM        PIC 9(05) VALUE ZEROS.
       77  WRK-FIN-ANO       PIC 9(04) VALUE ZEROS.
       77  WRK-FIN-SITUACAO  PIC X(11) VALUE SPACES.
       77  WRK-FIN-QTD-DISC  PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-QTD-REPROV PIC 9(02) VALUE ZEROS.
       77  WRK-FIN-MEDIA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FIN-RECUP     PIC X(01) VALUE SPACES.
           88 WRK-FIN-POR-RECUP     VALUE "S".

       77  WRK-UNI-SUB       PIC 9(02) VALUE ZEROS.
       77  WRK-FAIXA-SUB     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SEM-RM   PIC 9(04) VALUE ZEROS.

      *-------- ANO LETIVO DO RESUMO: O MAIOR ANO DAS DATAS DE
      *-------- LANCAMENTO DO RESULTALU
       77  WRK-ANO-ESTAT     PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-LANC      PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-MEDIA-CALC    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-ED      PIC Z9,99.
       01  WRK-PATH-RESULTALU PIC X(60) VALUE SPACES.
       01  WRK-PATH-RNDAT    PIC X(60) VALUE SPACES.
       01  WRK-PATH-FREQALU  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTATANO PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
                 ADD 1 TO WRK-QTD-RMS
                 MOVE REG-RM  TO WRK-RM-NUM(WRK-QTD-RMS)
                 MOVE REG-UNI TO WRK-RM-UNI(WRK-QTD-RMS)
                 MOVE "N"     TO WRK-RM-LANCOU(WRK-QTD-RMS)
              END-IF
              READ RNDAT
           END-PERFORM.
              READ RESULTALU
           END-PERFORM.
           CLOSE RESULTALU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RMS
              IF WRK-RM-LANCOU(WRK-IDX) EQUAL "S"
                 PERFORM 0230-APURAR-ALUNO
              END-IF
           END-PERFORM.

       0210-APURAR-BOLETIM          SECTION.
      *-------- ACHA O RM NO ROSTER CARREGADO E MARCA QUE LANCOU
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RMS
                      OR WRK-RM-ACHADO
              IF WRK-RM-NUM(WRK-IDX) EQUAL RES-RM
                 SET WRK-RM-ACHADO TO TRUE
                 MOVE "S" TO WRK-RM-LANCOU(WRK-IDX)
              END-IF
           END-PERFORM.
           IF NOT WRK-RM-ACHADO
              ADD 1 TO WRK-ACUM-SEM-RM
              GO TO 0210-APURAR-FIM
           END-IF.
           COMPUTE WRK-ANO-LANC = RES-DATA / 10000.
           IF WRK-ANO-LANC GREATER WRK-ANO-ESTAT
              MOVE WRK-ANO-LANC TO WRK-ANO-ESTAT
           END-IF.
           PERFORM 0220-APURAR-DISCIPLINA.

       0210-APURAR-FIM.
           EXIT.

       0220-APURAR-DISCIPLINA       SECTION.
      *-------- LANCAMENTOS DE CADA DISCIPLINA (TODOS OS BIMESTRES)
           MOVE ZEROS TO WRK-DISC-SUB.
           PERFORM VARYING WRK-FAIXA-SUB FROM 1 BY 1
                   UNTIL WRK-FAIXA-SUB GREATER WRK-QTD-DISC
              IF WRK-DISC-COD(WRK-FAIXA-SUB) EQUAL RES-DISCIPLINA
                 MOVE WRK-FAIXA-SUB TO WRK-DISC-SUB
              END-IF
           END-PERFORM.
           IF WRK-DISC-SUB EQUAL ZEROS
              IF WRK-QTD-DISC NOT LESS 30
                 GO TO 0220-APURAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-DISC
              MOVE WRK-QTD-DISC TO WRK-DISC-SUB
              MOVE RES-DISCIPLINA TO WRK-DISC-COD(WRK-DISC-SUB)
              MOVE ZEROS TO WRK-DISC-LANC(WRK-DISC-SUB)
                            WRK-DISC-APROV(WRK-DISC-SUB)
                            WRK-DISC-REPROV(WRK-DISC-SUB)
                            WRK-DISC-SOMA(WRK-DISC-SUB)
           END-IF.
           ADD 1         TO WRK-DISC-LANC(WRK-DISC-SUB).
           ADD RES-MEDIA TO WRK-DISC-SOMA(WRK-DISC-SUB).
           IF RES-SITUACAO(1:8) EQUAL "APROVADO"
              ADD 1 TO WRK-DISC-APROV(WRK-DISC-SUB)
           ELSE
              ADD 1 TO WRK-DISC-REPROV(WRK-DISC-SUB)
           END-IF.

       0220-APURAR-FIM.
           EXIT.

       0230-APURAR-ALUNO            SECTION.
      *--------------------------------------------------------------
      *-------- RESULTADO FINAL DO ALUNO, DERIVADO DE TODAS AS
      *-------- DISCIPLINAS (MODULO ALUFINAL), CONTADO NA UNIDADE
      *--------------------------------------------------------------
           MOVE WRK-RM-NUM(WRK-IDX) TO WRK-FIN-RM.
           MOVE ZEROS TO WRK-FIN-ANO.
           CALL "ALUFINAL" USING WRK-FIN-RM WRK-FIN-ANO
                                 WRK-FIN-SITUACAO
                                 WRK-FIN-QTD-DISC WRK-FIN-QTD-REPROV
                                 WRK-FIN-MEDIA WRK-FIN-RECUP.
           IF WRK-FIN-QTD-DISC EQUAL ZEROS
              GO TO 0230-APURAR-FIM
           END-IF.
           COMPUTE WRK-UNI-SUB = WRK-RM-UNI(WRK-IDX) + 1.
           ADD 1             TO WRK-UNI-QTD(WRK-UNI-SUB).
           ADD WRK-FIN-MEDIA TO WRK-UNI-SOMA(WRK-UNI-SUB).
      *-------- FAIXA: APROVADO DIRETO / POR RECUPERACAO / REPROVADO
           EVALUATE TRUE
              WHEN WRK-FIN-SITUACAO EQUAL "REPROV FREQ"
                 ADD 1 TO WRK-UNI-REPFAL(WRK-UNI-SUB)
              WHEN WRK-FIN-SITUACAO(1:8) EQUAL "REPROVAD"
                 ADD 1 TO WRK-UNI-REPROV(WRK-UNI-SUB)
              WHEN WRK-FIN-POR-RECUP
                 ADD 1 TO WRK-UNI-RECUP(WRK-UNI-SUB)
              WHEN OTHER
                 ADD 1 TO WRK-UNI-APROV(WRK-UNI-SUB)
           END-EVALUATE.
      *-------- DISTRIBUICAO DA MEDIA FINAL EM FAIXAS DE 1 PONTO
           COMPUTE WRK-FAIXA-SUB = WRK-FIN-MEDIA + 1.
           IF WRK-FAIXA-SUB GREATER 11
              MOVE 11 TO WRK-FAIXA-SUB
           END-IF.
           ADD 1 TO WRK-UNI-DIST(WRK-UNI-SUB, WRK-FAIXA-SUB).

       0230-APURAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
                 PERFORM 0310-LISTAR-UNIDADE
              END-IF
           END-PERFORM.
           PERFORM 0360-LISTAR-DISCIPLINAS.
           PERFORM 0370-GRAVAR-RESUMO-ANUAL.
           DISPLAY "=========================================".
           DISPLAY "LANCAMENTOS LIDOS....... " WRK-ACUM-LIDOS.
           DISPLAY "RM FORA DO ROSTER....... " WRK-ACUM-SEM-RM.
           DISPLAY "=========================================".
           DISPLAY "FIM DA ESTATISTICA".
                   / WRK-UNI-QTD(WRK-UNI-SUB).
           MOVE WRK-MEDIA-CALC TO WRK-MEDIA-ED.
           DISPLAY "UNIDADE " WRK-UNI-NUM
                   " - ALUNOS " WRK-UNI-QTD(WRK-UNI-SUB)
                   " - MEDIA DA TURMA " WRK-MEDIA-ED.
           PERFORM 0320-MOSTRAR-APROVADOS.
           PERFORM 0330-MOSTRAR-RECUPERACAO.
              END-IF
           END-PERFORM.

       0360-LISTAR-DISCIPLINAS      SECTION.
           IF WRK-QTD-DISC EQUAL ZEROS
              GO TO 0360-LISTAR-FIM
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "LANCAMENTOS POR DISCIPLINA (TODOS OS BIMESTRES)".
           PERFORM VARYING WRK-DISC-SUB FROM 1 BY 1
                   UNTIL WRK-DISC-SUB GREATER WRK-QTD-DISC
              IF WRK-DISC-COD(WRK-DISC-SUB) EQUAL ZEROS
                 MOVE "GERAL" TO WRK-DISC-NOME
              ELSE
                 CALL "DISCCHK" USING WRK-DISC-COD(WRK-DISC-SUB)
                                      WRK-DISC-RESULTADO
                                      WRK-DISC-NOME WRK-DISC-AULAS
                                      WRK-DISC-SERIE-INI
                                      WRK-DISC-SERIE-FIM
              END-IF
              COMPUTE WRK-MEDIA-CALC ROUNDED
                    = WRK-DISC-SOMA(WRK-DISC-SUB)
                      / WRK-DISC-LANC(WRK-DISC-SUB)
              MOVE WRK-MEDIA-CALC TO WRK-MEDIA-ED
              COMPUTE WRK-PCT-CALC ROUNDED
                    = WRK-DISC-APROV(WRK-DISC-SUB) * 100
                      / WRK-DISC-LANC(WRK-DISC-SUB)
              MOVE WRK-PCT-CALC TO WRK-PCT-ED
              DISPLAY "   " WRK-DISC-COD(WRK-DISC-SUB)
                      " " WRK-DISC-NOME
                      " LANC " WRK-DISC-LANC(WRK-DISC-SUB)
                      " MEDIA " WRK-MEDIA-ED
                      " APROV " WRK-PCT-ED " %"
           END-PERFORM.

       0360-LISTAR-FIM.
           EXIT.

       0370-GRAVAR-RESUMO-ANUAL     SECTION.
      *--------------------------------------------------------------
      *-------- RESUMO DO ANO POR UNIDADE NO ESTATANO.txt, PARA O
      *-------- CENSO ESCOLAR CONCILIAR (A RODADA MAIS RECENTE VALE)
      *--------------------------------------------------------------
           IF WRK-ANO-ESTAT EQUAL ZEROS
              GO TO 0370-GRAVAR-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND ESTATANO.
           IF FS-ESTATANO EQUAL 35
              OPEN OUTPUT ESTATANO
           END-IF.
           IF FS-ESTATANO NOT EQUAL 00
              DISPLAY "AVISO: ESTATANO.txt NAO ABRIU - STATUS "
                      FS-ESTATANO " - RESUMO ANUAL NAO GRAVADO"
              GO TO 0370-GRAVAR-FIM
           END-IF.
           PERFORM VARYING WRK-UNI-SUB FROM 1 BY 1
                   UNTIL WRK-UNI-SUB GREATER 10
              IF WRK-UNI-QTD(WRK-UNI-SUB) GREATER ZEROS
                 MOVE SPACES        TO REG-ESTATANO
                 MOVE WRK-ANO-ESTAT TO ETA-ANO
                 COMPUTE ETA-UNI = WRK-UNI-SUB - 1
                 MOVE WRK-UNI-QTD(WRK-UNI-SUB)    TO ETA-ALUNOS
                 MOVE WRK-UNI-APROV(WRK-UNI-SUB)  TO ETA-APROV
                 MOVE WRK-UNI-RECUP(WRK-UNI-SUB)  TO ETA-RECUP
                 MOVE WRK-UNI-REPROV(WRK-UNI-SUB) TO ETA-REPROV
                 MOVE WRK-UNI-REPFAL(WRK-UNI-SUB) TO ETA-REPFAL
                 MOVE WRK-DATA-HOJE TO ETA-DATA
                 WRITE REG-ESTATANO
              END-IF
           END-PERFORM.
           CLOSE ESTATANO.
           DISPLAY "RESUMO DO ANO " WRK-ANO-ESTAT
                   " GRAVADO NO ESTATANO.txt".

       0370-GRAVAR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
           MOVE "FREQALU.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FREQALU.
           MOVE "ESTATANO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTATANO.
