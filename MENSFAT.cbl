      *              (RODADA REPETIDA NAO DUPLICA COBRANCA); BOLSA DE
      *              100 PORCENTO GERA MENSALIDADE DE VALOR ZERO,
      *              QUE JA NASCE SEM COBRANCA
      * 15/10/2026 JV - COBRANCA POR RESPONSAVEL FINANCEIRO: ALUNO
      *                 VINCULADO A UM RESPONSAVEL ATIVO (RESPMANT)
      *                 ENTRA NA COBRANCA UNICA DO RESPONSAVEL, COM O
      *                 DESCONTO DE IRMAOS DO CARTAO MENSPAR:
      *                   IRMAO <PERCENTUAL 9(6)V99> <A PARTIR DO
      *                         FILHO NUMERO 9(2), PADRAO 02>
      *                 O MENSALID GANHA O RESPONSAVEL E O DESCONTO
      *                 DE IRMAOS DE CADA LINHA; A COBRANCA E A SOMA
      *                 DAS LINHAS DO RESPONSAVEL NA COMPETENCIA. O
      *                 DESCONTO DE IRMAO DIGITADO NO BOLSAS.txt DEVE
      *                 SER RETIRADO (BOLSA 000) PARA NAO SOMAR DUAS
      *                 VEZES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 PAR-VALOR      PIC 9(06)V99.
           05 FILLER         PIC X(01).
           05 PAR-DIA-VENC   PIC 9(02).
       01  REG-MENSPAR-IRMAO REDEFINES REG-MENSPAR.
           05 FILLER         PIC X(06).
           05 PAR-PERC-IRMAO PIC 9(06)V99.
           05 FILLER         PIC X(01).
           05 PAR-FILHO-DESC PIC 9(02).

       FD  BOLSAS.
       01  REG-BOLSAS.
           05 MEN-VALOR       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 MEN-VENCIMENTO  PIC 9(08).
           05 FILLER          PIC X(01).
           05 MEN-RESP        PIC 9(05).
           05 FILLER          PIC X(01).
           05 MEN-DESC-IRMAO  PIC 9(06)V99.


       WORKING-STORAGE            SECTION.
       77  WRK-PERC-ALUNO    PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ALUNO   PIC 9(06)V99 VALUE ZEROS.

      *-------------- DESCONTO DE IRMAOS (CARTAO MENSPAR) ------------
       77  WRK-PERC-IRMAO    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FILHO-DESC    PIC 9(02) VALUE 02.
       77  WRK-DESC-IRMAO    PIC 9(06)V99 VALUE ZEROS.

      *-------------- RESPONSAVEL DO ALUNO (MODULO RESPCHK) ----------
       77  WRK-RSP-OPCAO     PIC X(01) VALUE "A".
       77  WRK-RSP-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-RESULTADO PIC X(01) VALUE SPACES.
           88 WRK-RSP-ATIVO         VALUE "S".
           88 WRK-RSP-DESATIVADO    VALUE "D".
       77  WRK-RSP-NOME      PIC X(30) VALUE SPACES.
       77  WRK-RSP-TELEFONE  PIC X(11) VALUE SPACES.
       77  WRK-RSP-EMAIL     PIC X(30) VALUE SPACES.

      *-------------- COBRANCAS CONSOLIDADAS POR RESPONSAVEL ---------
       77  WRK-QTD-FAM       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FAM.
           05 WRK-FAM-ENTRY OCCURS 500 TIMES.
              10 WRK-FAM-CODIGO  PIC 9(05).
              10 WRK-FAM-NOME    PIC X(30).
              10 WRK-FAM-FILHOS  PIC 9(02).
              10 WRK-FAM-VALOR   PIC 9(07)V99.
              10 WRK-FAM-DESC    PIC 9(07)V99.
       77  WRK-IDX-FAM       PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FATURADAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-BOLSISTAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-AVULSAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-IRMAOS    PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-DESC-IRM  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SOMA-FATURADO  PIC 9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
                    MOVE PAR-DIA-VENC TO WRK-DIA-VENC
                    SET WRK-PARAMETRO-OK TO TRUE
                 END-IF
                 IF PAR-TIPO EQUAL "IRMAO"
                    IF PAR-PERC-IRMAO GREATER 100
                       MOVE 100 TO WRK-PERC-IRMAO
                    ELSE
                       MOVE PAR-PERC-IRMAO TO WRK-PERC-IRMAO
                    END-IF
                    MOVE PAR-FILHO-DESC TO WRK-FILHO-DESC
                 END-IF
                 READ MENSPAR
              END-PERFORM
              CLOSE MENSPAR
           END-IF.
           COMPUTE WRK-VENCIMENTO
                 = WRK-COMPETENCIA * 100 + WRK-DIA-VENC.
           IF WRK-FILHO-DESC LESS 2
              MOVE 02 TO WRK-FILHO-DESC
           END-IF.
           IF WRK-PERC-IRMAO EQUAL ZEROS
              DISPLAY "CARTAO MENSPAR SEM A LINHA IRMAO - COBRANCA "
                      "POR RESPONSAVEL SEM DESCONTO DE IRMAOS"
           END-IF.

      *-------- COMPETENCIA JA FATURADA NAO FATURA DE NOVO
           MOVE "N" TO WRK-SW-JA-FATUR.
           IF WRK-PERC-ALUNO GREATER ZEROS
              ADD 1 TO WRK-ACUM-BOLSISTAS
           END-IF.
           PERFORM 0220-RESPONSAVEL-ALUNO.

           MOVE SPACES          TO REG-MENSALID.
           MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE REG-UNI         TO MEN-UNI.
           MOVE WRK-VALOR-ALUNO TO MEN-VALOR.
           MOVE WRK-VENCIMENTO  TO MEN-VENCIMENTO.
           MOVE WRK-RSP-CODIGO  TO MEN-RESP.
           MOVE WRK-DESC-IRMAO  TO MEN-DESC-IRMAO.
           WRITE REG-MENSALID.

           ADD 1 TO WRK-ACUM-FATURADAS.
           MOVE WRK-VALOR-ALUNO TO WRK-VALOR-ED.
           DISPLAY "RM " REG-RM " " REG-NOME " UNI " REG-UNI
                   " VALOR " WRK-VALOR-ED
                   " VENC " WRK-VENCIMENTO
                   " RESP " WRK-RSP-CODIGO.

       0220-RESPONSAVEL-ALUNO       SECTION.
      *--------------------------------------------------------------
      *-------- ALUNO COM RESPONSAVEL ATIVO ENTRA NA COBRANCA DELE;
      *-------- DO FILHO NUMERO WRK-FILHO-DESC EM DIANTE (NA ORDEM
      *-------- DO ROSTER) APLICA O DESCONTO DE IRMAOS SOBRE O VALOR
      *-------- JA COM A BOLSA. SEM RESPONSAVEL, COBRANCA AVULSA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DESC-IRMAO.
           MOVE "A"   TO WRK-RSP-OPCAO.
           CALL "RESPCHK" USING WRK-RSP-OPCAO REG-RM WRK-RSP-CODIGO
                                WRK-RSP-RESULTADO WRK-RSP-NOME
                                WRK-RSP-TELEFONE WRK-RSP-EMAIL.
           IF WRK-RSP-DESATIVADO
              DISPLAY "AVISO: RM " REG-RM " VINCULADO AO RESPONSAVEL "
                      WRK-RSP-CODIGO " DESATIVADO - COBRADO SOZINHO"
           END-IF.
           IF NOT WRK-RSP-ATIVO
              MOVE ZEROS TO WRK-RSP-CODIGO
              ADD 1 TO WRK-ACUM-AVULSAS
              GO TO 0220-RESPONSAVEL-FIM
           END-IF.

           MOVE ZEROS TO WRK-IDX-FAM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAM
                      OR WRK-IDX-FAM GREATER ZEROS
              IF WRK-FAM-CODIGO(WRK-IDX) EQUAL WRK-RSP-CODIGO
                 MOVE WRK-IDX TO WRK-IDX-FAM
              END-IF
           END-PERFORM.
           IF WRK-IDX-FAM EQUAL ZEROS
              IF WRK-QTD-FAM NOT LESS 500
                 DISPLAY "AVISO: TABELA DE RESPONSAVEIS CHEIA - RM "
                         REG-RM " COBRADO SOZINHO"
                 MOVE ZEROS TO WRK-RSP-CODIGO
                 ADD 1 TO WRK-ACUM-AVULSAS
                 GO TO 0220-RESPONSAVEL-FIM
              END-IF
              ADD 1 TO WRK-QTD-FAM
              MOVE WRK-QTD-FAM    TO WRK-IDX-FAM
              MOVE WRK-RSP-CODIGO TO WRK-FAM-CODIGO(WRK-IDX-FAM)
              MOVE WRK-RSP-NOME   TO WRK-FAM-NOME(WRK-IDX-FAM)
              MOVE ZEROS          TO WRK-FAM-FILHOS(WRK-IDX-FAM)
                                     WRK-FAM-VALOR(WRK-IDX-FAM)
                                     WRK-FAM-DESC(WRK-IDX-FAM)
           END-IF.
           ADD 1 TO WRK-FAM-FILHOS(WRK-IDX-FAM).
           IF WRK-FAM-FILHOS(WRK-IDX-FAM) NOT LESS WRK-FILHO-DESC
              AND WRK-PERC-IRMAO GREATER ZEROS
              AND WRK-VALOR-ALUNO GREATER ZEROS
              COMPUTE WRK-DESC-IRMAO ROUNDED
                    = WRK-VALOR-ALUNO * WRK-PERC-IRMAO / 100
              SUBTRACT WRK-DESC-IRMAO FROM WRK-VALOR-ALUNO
              ADD 1 TO WRK-ACUM-IRMAOS
              ADD WRK-DESC-IRMAO TO WRK-SOMA-DESC-IRM
              ADD WRK-DESC-IRMAO TO WRK-FAM-DESC(WRK-IDX-FAM)
           END-IF.
           ADD WRK-VALOR-ALUNO TO WRK-FAM-VALOR(WRK-IDX-FAM).

       0220-RESPONSAVEL-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "COBRANCAS POR RESPONSAVEL - VENC "
                   WRK-VENCIMENTO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FAM
              MOVE WRK-FAM-VALOR(WRK-IDX) TO WRK-SOMA-ED
              MOVE WRK-FAM-DESC(WRK-IDX)  TO WRK-VALOR-ED
              DISPLAY "RESP " WRK-FAM-CODIGO(WRK-IDX)
                      " " WRK-FAM-NOME(WRK-IDX)
                      " FILHOS " WRK-FAM-FILHOS(WRK-IDX)
                      " DESC IRMAOS " WRK-VALOR-ED
                      " COBRANCA " WRK-SOMA-ED
           END-PERFORM.
           MOVE WRK-SOMA-FATURADO TO WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "MENSALIDADES GERADAS.... "
                   WRK-ACUM-FATURADAS.
           DISPLAY "COBRANCAS DE RESPONSAVEL "
                   WRK-QTD-FAM.
           DISPLAY "COBRANCAS AVULSAS....... "
                   WRK-ACUM-AVULSAS.
           DISPLAY "ALUNOS COM BOLSA........ "
                   WRK-ACUM-BOLSISTAS.
           DISPLAY "ALUNOS COM DESC. IRMAO.. "
                   WRK-ACUM-IRMAOS.
           MOVE WRK-SOMA-DESC-IRM TO WRK-VALOR-ED.
           DISPLAY "DESCONTO DE IRMAOS...... " WRK-VALOR-ED.
           DISPLAY "TOTAL FATURADO.......... " WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO FATURAMENTO".
