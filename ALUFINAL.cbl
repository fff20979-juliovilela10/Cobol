       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUFINAL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DO RESULTADO FINAL DO ALUNO NO ANO - COM AS
      *           NOTAS LANCADAS POR DISCIPLINA E BIMESTRE NO
      *           RESULTALU.txt (EXCBL15), RECEBE UM RM E O ANO
      *           LETIVO (0000 = ANO CORRENTE, NO RESULTALU; OUTRO
      *           ANO = HISTORICO HISTRES.txt DO ALUARQRE) E DEVOLVE A
      *           SITUACAO FINAL DERIVADA DE TODAS AS DISCIPLINAS DELE,
      *           A QUANTIDADE DE DISCIPLINAS, QUANTAS REPROVARAM, A
      *           MEDIA DAS MEDIAS E SE ALGUMA SO FOI APROVADA PELA
      *           RECUPERACAO. E A REGRA UNICA DO BOLETIM (ALUBOLET),
      *           DO HISTORICO (ALUHISTO), DA ESTATISTICA (ALUESTAT) E
      *           DO AVANCO DE SERIE (ALUAVANC)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CADA DISCIPLINA E FECHADA PELO LANCAMENTO DO
      *              MAIOR BIMESTRE (EMPATE: O ULTIMO GRAVADO).
      *              RESULTADO FINAL: ALGUMA DISCIPLINA "REPROV FREQ"
      *              = REPROV FREQ; SENAO ALGUMA REPROVADA =
      *              REPROVADO; SENAO APROVADO. RM SEM LANCAMENTO
      *              VOLTA COM SITUACAO EM BRANCO E ZERO DISCIPLINAS.
      *              OS LANCAMENTOS ANTIGOS, DE ANTES DAS NOTAS POR
      *              DISCIPLINA, VALEM COMO A DISCIPLINA 000 (NO
      *              HISTRES ELES VEM COM A DISCIPLINA EM BRANCO)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RESULTALU ASSIGN TO WRK-PATH-RESULTALU
             FILE STATUS IS FS-RESULTALU.

           SELECT HISTRES ASSIGN TO WRK-PATH-HISTRES
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-HISTRES.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTALU.
       01  REG-RESULTALU.
           05 RES-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 RES-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 RES-NIVEL      PIC X(10).
           05 FILLER         PIC X(01).
           05 RES-NOT1       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-NOT2       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-NOT3       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC 9(01).

       FD  HISTRES.
       01  REG-HISTRES.
           05 HIS-ANO        PIC 9(04).
           05 FILLER         PIC X(01).
           05 HIS-RESULTADO.
              10 HIS-RM         PIC 9(05).
              10 FILLER         PIC X(01).
              10 HIS-DATA       PIC 9(08).
              10 FILLER         PIC X(01).
              10 HIS-NIVEL      PIC X(10).
              10 FILLER         PIC X(01).
              10 HIS-NOT1       PIC 9(02)V99.
              10 FILLER         PIC X(01).
              10 HIS-NOT2       PIC 9(02)V99.
              10 FILLER         PIC X(01).
              10 HIS-NOT3       PIC 9(02)V99.
              10 FILLER         PIC X(01).
              10 HIS-MEDIA      PIC 9(02)V99.
              10 FILLER         PIC X(01).
              10 HIS-SITUACAO   PIC X(11).
              10 FILLER         PIC X(01).
              10 HIS-DISCIPLINA PIC 9(03).
              10 FILLER         PIC X(01).
              10 HIS-BIMESTRE   PIC 9(01).

       WORKING-STORAGE            SECTION.
       77  FS-RESULTALU  PIC 9(02) VALUE ZEROS.
       77  FS-HISTRES    PIC 9(02) VALUE ZEROS.

      *-------------- LANCAMENTO DA VEZ (RESULTALU OU HISTRES) -------
       77  WRK-LANC-DISC     PIC 9(03) VALUE ZEROS.
       77  WRK-LANC-BIM      PIC 9(01) VALUE ZEROS.
       77  WRK-LANC-MEDIA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-LANC-NOT3     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-LANC-SIT      PIC X(11) VALUE SPACES.

      *-------------- DISCIPLINAS DO RM (FECHAMENTO DE CADA UMA) ------
       77  WRK-QTD-DISC      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DISC.
           05 WRK-DISC-ENTRY OCCURS 30 TIMES.
              10 WRK-DISC-COD    PIC 9(03).
              10 WRK-DISC-BIM    PIC 9(01).
              10 WRK-DISC-MEDIA  PIC 9(02)V99.
              10 WRK-DISC-NOT3   PIC 9(02)V99.
              10 WRK-DISC-SIT    PIC X(11).

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-MEDIAS   PIC 9(04)V99 VALUE ZEROS.
       77  WRK-SW-FREQ       PIC X(01) VALUE "N".
           88 WRK-REPROVOU-FREQ     VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-RESULTALU PIC X(60) VALUE SPACES.
       01  WRK-PATH-HISTRES  PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-RM           PIC 9(05).
       01  LNK-ANO          PIC 9(04).
       01  LNK-SITUACAO     PIC X(11).
       01  LNK-QTD-DISC     PIC 9(02).
       01  LNK-QTD-REPROV   PIC 9(02).
       01  LNK-MEDIA        PIC 9(02)V99.
       77  LNK-RECUPERACAO  PIC X(01).
           88 LNK-PASSOU-POR-RECUP  VALUE "S".

       PROCEDURE DIVISION USING LNK-RM LNK-ANO LNK-SITUACAO
                                LNK-QTD-DISC LNK-QTD-REPROV
                                LNK-MEDIA
                                LNK-RECUPERACAO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE SPACES TO LNK-SITUACAO.
           MOVE ZEROS  TO LNK-QTD-DISC LNK-QTD-REPROV LNK-MEDIA.
           MOVE "N"    TO LNK-RECUPERACAO.
           MOVE ZEROS  TO WRK-QTD-DISC.
           IF LNK-ANO EQUAL ZEROS
              PERFORM 0100-CARREGAR-DISCIPLINAS
           ELSE
              PERFORM 0150-CARREGAR-DO-HISTORICO
           END-IF.
           IF WRK-QTD-DISC GREATER ZEROS
              PERFORM 0200-APURAR-FINAL
           END-IF.
           GOBACK.

       0100-CARREGAR-DISCIPLINAS     SECTION.
           OPEN INPUT RESULTALU.
           IF FS-RESULTALU NOT EQUAL 00
              GO TO 0100-CARREGAR-FIM
           END-IF.
           READ RESULTALU
           PERFORM UNTIL FS-RESULTALU NOT EQUAL 00
              IF RES-RM EQUAL LNK-RM
                 MOVE RES-DISCIPLINA TO WRK-LANC-DISC
                 MOVE RES-BIMESTRE   TO WRK-LANC-BIM
                 MOVE RES-MEDIA      TO WRK-LANC-MEDIA
                 MOVE RES-NOT3       TO WRK-LANC-NOT3
                 MOVE RES-SITUACAO   TO WRK-LANC-SIT
                 PERFORM 0110-GUARDAR-LANCAMENTO
              END-IF
              READ RESULTALU
           END-PERFORM.
           CLOSE RESULTALU.

       0100-CARREGAR-FIM.
           EXIT.

       0150-CARREGAR-DO-HISTORICO    SECTION.
      *-------- ANO JA ARQUIVADO: LINHA ANTIGA VEM SEM DISCIPLINA
           OPEN INPUT HISTRES.
           IF FS-HISTRES NOT EQUAL 00
              GO TO 0150-CARREGAR-FIM
           END-IF.
           READ HISTRES
           PERFORM UNTIL FS-HISTRES NOT EQUAL 00
              IF HIS-RM EQUAL LNK-RM
                 AND HIS-ANO EQUAL LNK-ANO
                 MOVE ZEROS TO WRK-LANC-DISC WRK-LANC-BIM
                 IF HIS-DISCIPLINA NUMERIC
                    MOVE HIS-DISCIPLINA TO WRK-LANC-DISC
                 END-IF
                 IF HIS-BIMESTRE NUMERIC
                    MOVE HIS-BIMESTRE   TO WRK-LANC-BIM
                 END-IF
                 MOVE HIS-MEDIA      TO WRK-LANC-MEDIA
                 MOVE HIS-NOT3       TO WRK-LANC-NOT3
                 MOVE HIS-SITUACAO   TO WRK-LANC-SIT
                 PERFORM 0110-GUARDAR-LANCAMENTO
              END-IF
              READ HISTRES
           END-PERFORM.
           CLOSE HISTRES.

       0150-CARREGAR-FIM.
           EXIT.

       0110-GUARDAR-LANCAMENTO       SECTION.
      *-------- O MAIOR BIMESTRE FECHA A DISCIPLINA; EMPATE, O ULTIMO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DISC
              IF WRK-DISC-COD(WRK-IDX) EQUAL WRK-LANC-DISC
                 IF WRK-LANC-BIM NOT LESS WRK-DISC-BIM(WRK-IDX)
                    MOVE WRK-LANC-BIM   TO WRK-DISC-BIM(WRK-IDX)
                    MOVE WRK-LANC-MEDIA TO WRK-DISC-MEDIA(WRK-IDX)
                    MOVE WRK-LANC-NOT3  TO WRK-DISC-NOT3(WRK-IDX)
                    MOVE WRK-LANC-SIT   TO WRK-DISC-SIT(WRK-IDX)
                 END-IF
                 GO TO 0110-GUARDAR-FIM
              END-IF
           END-PERFORM.
           IF WRK-QTD-DISC LESS 30
              ADD 1 TO WRK-QTD-DISC
              MOVE WRK-LANC-DISC  TO WRK-DISC-COD(WRK-QTD-DISC)
              MOVE WRK-LANC-BIM   TO WRK-DISC-BIM(WRK-QTD-DISC)
              MOVE WRK-LANC-MEDIA TO WRK-DISC-MEDIA(WRK-QTD-DISC)
              MOVE WRK-LANC-NOT3  TO WRK-DISC-NOT3(WRK-QTD-DISC)
              MOVE WRK-LANC-SIT   TO WRK-DISC-SIT(WRK-QTD-DISC)
           END-IF.

       0110-GUARDAR-FIM.
           EXIT.

       0200-APURAR-FINAL             SECTION.
           MOVE ZEROS TO WRK-SOMA-MEDIAS.
           MOVE "N"   TO WRK-SW-FREQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DISC
              ADD WRK-DISC-MEDIA(WRK-IDX) TO WRK-SOMA-MEDIAS
              EVALUATE TRUE
                 WHEN WRK-DISC-SIT(WRK-IDX) EQUAL "REPROV FREQ"
                    SET WRK-REPROVOU-FREQ TO TRUE
                    ADD 1 TO LNK-QTD-REPROV
                 WHEN WRK-DISC-SIT(WRK-IDX)(1:8) EQUAL "REPROVAD"
                    ADD 1 TO LNK-QTD-REPROV
                 WHEN WRK-DISC-NOT3(WRK-IDX) GREATER ZEROS
                    MOVE "S" TO LNK-RECUPERACAO
              END-EVALUATE
           END-PERFORM.
           MOVE WRK-QTD-DISC TO LNK-QTD-DISC.
           COMPUTE LNK-MEDIA ROUNDED
                 = WRK-SOMA-MEDIAS / WRK-QTD-DISC.
           EVALUATE TRUE
              WHEN WRK-REPROVOU-FREQ
                 MOVE "REPROV FREQ" TO LNK-SITUACAO
              WHEN LNK-QTD-REPROV GREATER ZEROS
                 MOVE "REPROVADO  " TO LNK-SITUACAO
              WHEN OTHER
                 MOVE "APROVADO   " TO LNK-SITUACAO
           END-EVALUATE.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RESULTALU.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESULTALU.
           MOVE "HISTRES.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-HISTRES.
