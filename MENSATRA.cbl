      *              ANTERIOR A HOJE. PAGAMENTOS CARREGADOS NA
      *              TABELA (ATE 1000); ACIMA DISSO O EXCEDENTE E
      *              AVISADO E O RELATORIO PODE APONTAR ABERTO A MAIS
      * 15/10/2026 JV - INADIMPLENCIA POR RESPONSAVEL FINANCEIRO: AS
      *                 LINHAS DE UM MESMO RESPONSAVEL NA COMPETENCIA
      *                 SAO UMA COBRANCA SO (PAGA PELO PAG-RESP DO
      *                 MENSBAIX) E SAEM NUMA LINHA POR RESPONSAVEL,
      *                 COM NOME, TELEFONE E A QUANTIDADE DE FILHOS;
      *                 O SUBTOTAL POR UNIDADE CONTINUA POR ALUNO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 MEN-VALOR       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 MEN-VENCIMENTO  PIC 9(08).
           05 FILLER          PIC X(01).
           05 MEN-RESP        PIC 9(05).
           05 FILLER          PIC X(01).
           05 MEN-DESC-IRMAO  PIC 9(06)V99.

       FD  MENSPAG.
       01  REG-MENSPAG.
           05 PAG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 PAG-VALOR       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 PAG-RESP        PIC 9(05).


       WORKING-STORAGE            SECTION.
           05 WRK-PAG-ENTRY OCCURS 1000 TIMES.
              10 WRK-PAG-COMPET PIC 9(06).
              10 WRK-PAG-RM     PIC 9(05).
              10 WRK-PAG-RESP   PIC 9(05).

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-SW-PAGA       PIC X(01) VALUE "N".
           88 WRK-MENS-PAGA         VALUE "S".
       77  WRK-UNI-SUB       PIC 9(02) VALUE ZEROS.
       77  WRK-RESP-LINHA    PIC 9(05) VALUE ZEROS.

      *-------------- COBRANCAS DE RESPONSAVEL EM ABERTO -------------
       77  WRK-QTD-DEV       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DEV.
           05 WRK-DEV-ENTRY OCCURS 500 TIMES.
              10 WRK-DEV-RESP    PIC 9(05).
              10 WRK-DEV-COMPET  PIC 9(06).
              10 WRK-DEV-VENC    PIC 9(08).
              10 WRK-DEV-FILHOS  PIC 9(02).
              10 WRK-DEV-VALOR   PIC 9(07)V99.
       77  WRK-IDX-DEV       PIC 9(03) VALUE ZEROS.

      *-------------- RESPONSAVEL FINANCEIRO (MODULO RESPCHK) --------
       77  WRK-RSP-OPCAO     PIC X(01) VALUE "R".
       77  WRK-RSP-RM        PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-RSP-NOME      PIC X(30) VALUE SPACES.
       77  WRK-RSP-TELEFONE  PIC X(11) VALUE SPACES.
       77  WRK-RSP-EMAIL     PIC X(30) VALUE SPACES.

      *-------------- SUBTOTAIS POR UNIDADE (0 A 9) ------------------
       01  WRK-TAB-UNIDADES.
      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FATURADAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ABERTAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-AVULSAS   PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-ABERTO    PIC 9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
                 MOVE PAG-COMPETENCIA
                   TO WRK-PAG-COMPET(WRK-ACUM-PAGTOS)
                 MOVE PAG-RM TO WRK-PAG-RM(WRK-ACUM-PAGTOS)
                 IF PAG-RESP IS NUMERIC
                    MOVE PAG-RESP TO WRK-PAG-RESP(WRK-ACUM-PAGTOS)
                 ELSE
                    MOVE ZEROS TO WRK-PAG-RESP(WRK-ACUM-PAGTOS)
                 END-IF
              ELSE
                 DISPLAY "AVISO: MAIS PAGAMENTOS QUE A TABELA "
                         "COMPORTA - CONFERIR O EXCEDENTE NA MAO"
           CLOSE MENSALID.

       0210-AVALIAR-MENSALIDADE     SECTION.
      *-------- LINHA DE RESPONSAVEL E PAGA PELO PAG-RESP; LINHA
      *-------- AVULSA (OU ANTIGA, SEM O CAMPO) PELO RM
           IF MEN-RESP IS NUMERIC
              MOVE MEN-RESP TO WRK-RESP-LINHA
           ELSE
              MOVE ZEROS    TO WRK-RESP-LINHA
           END-IF.
           MOVE "N" TO WRK-SW-PAGA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-PAGTOS
                      OR WRK-MENS-PAGA
              IF WRK-PAG-COMPET(WRK-IDX) EQUAL MEN-COMPETENCIA
                 IF WRK-RESP-LINHA GREATER ZEROS
                    IF WRK-PAG-RESP(WRK-IDX) EQUAL WRK-RESP-LINHA
                       SET WRK-MENS-PAGA TO TRUE
                    END-IF
                 ELSE
                    IF WRK-PAG-RM(WRK-IDX) EQUAL MEN-RM
                       AND WRK-PAG-RESP(WRK-IDX) EQUAL ZEROS
                       SET WRK-MENS-PAGA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-MENS-PAGA
              GO TO 0210-AVALIAR-FIM
           END-IF.

           ADD MEN-VALOR TO WRK-SOMA-ABERTO.
           COMPUTE WRK-UNI-SUB = MEN-UNI + 1.
           ADD 1         TO WRK-UNI-QTD(WRK-UNI-SUB).
           ADD MEN-VALOR TO WRK-UNI-VALOR(WRK-UNI-SUB).
           IF WRK-RESP-LINHA GREATER ZEROS
              PERFORM 0220-ACUMULAR-RESPONSAVEL
              GO TO 0210-AVALIAR-FIM
           END-IF.

           ADD 1 TO WRK-ACUM-ABERTAS.
           ADD 1 TO WRK-ACUM-AVULSAS.
           MOVE MEN-VALOR TO WRK-VALOR-ED.
           DISPLAY "UNI " MEN-UNI " RM " MEN-RM
                   " COMPET " MEN-COMPETENCIA
       0210-AVALIAR-FIM.
           EXIT.

       0220-ACUMULAR-RESPONSAVEL    SECTION.
      *-------- UMA COBRANCA POR RESPONSAVEL + COMPETENCIA
           MOVE ZEROS TO WRK-IDX-DEV.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DEV
                      OR WRK-IDX-DEV GREATER ZEROS
              IF WRK-DEV-RESP(WRK-IDX) EQUAL WRK-RESP-LINHA
                 AND WRK-DEV-COMPET(WRK-IDX) EQUAL MEN-COMPETENCIA
                 MOVE WRK-IDX TO WRK-IDX-DEV
              END-IF
           END-PERFORM.
           IF WRK-IDX-DEV EQUAL ZEROS
              IF WRK-QTD-DEV NOT LESS 500
                 DISPLAY "AVISO: MAIS COBRANCAS EM ABERTO QUE A "
                         "TABELA COMPORTA - RESP " WRK-RESP-LINHA
                         " COMPET " MEN-COMPETENCIA " FORA DA LISTA"
                 GO TO 0220-ACUMULAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-DEV
              ADD 1 TO WRK-ACUM-ABERTAS
              MOVE WRK-QTD-DEV     TO WRK-IDX-DEV
              MOVE WRK-RESP-LINHA  TO WRK-DEV-RESP(WRK-IDX-DEV)
              MOVE MEN-COMPETENCIA TO WRK-DEV-COMPET(WRK-IDX-DEV)
              MOVE MEN-VENCIMENTO  TO WRK-DEV-VENC(WRK-IDX-DEV)
              MOVE ZEROS           TO WRK-DEV-FILHOS(WRK-IDX-DEV)
                                      WRK-DEV-VALOR(WRK-IDX-DEV)
           END-IF.
           ADD 1         TO WRK-DEV-FILHOS(WRK-IDX-DEV).
           ADD MEN-VALOR TO WRK-DEV-VALOR(WRK-IDX-DEV).

       0220-ACUMULAR-FIM.
           EXIT.

       0250-LISTAR-RESPONSAVEIS     SECTION.
           IF WRK-QTD-DEV EQUAL ZEROS
              GO TO 0250-LISTAR-FIM
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "COBRANCAS DE RESPONSAVEL EM ABERTO".
           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                   UNTIL WRK-IDX-DEV GREATER WRK-QTD-DEV
              MOVE "R" TO WRK-RSP-OPCAO
              MOVE WRK-DEV-RESP(WRK-IDX-DEV) TO WRK-RSP-CODIGO
              CALL "RESPCHK" USING WRK-RSP-OPCAO WRK-RSP-RM
                                   WRK-RSP-CODIGO WRK-RSP-RESULTADO
                                   WRK-RSP-NOME WRK-RSP-TELEFONE
                                   WRK-RSP-EMAIL
              MOVE WRK-DEV-VALOR(WRK-IDX-DEV) TO WRK-VALOR-ED
              DISPLAY "RESP " WRK-DEV-RESP(WRK-IDX-DEV)
                      " " WRK-RSP-NOME
                      " FONE " WRK-RSP-TELEFONE
              DISPLAY "     COMPET " WRK-DEV-COMPET(WRK-IDX-DEV)
                      " VENC " WRK-DEV-VENC(WRK-IDX-DEV)
                      " FILHOS " WRK-DEV-FILHOS(WRK-IDX-DEV)
                      " VALOR " WRK-VALOR-ED
           END-PERFORM.

       0250-LISTAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           PERFORM 0250-LISTAR-RESPONSAVEIS.
           DISPLAY "-----------------------------------------".
           DISPLAY "INADIMPLENCIA POR UNIDADE".
           PERFORM VARYING WRK-IDX FROM 1 BY 1
           DISPLAY "MENSALIDADES FATURADAS.. "
                   WRK-ACUM-FATURADAS.
           DISPLAY "VENCIDAS EM ABERTO...... " WRK-ACUM-ABERTAS.
           DISPLAY "  AVULSAS (POR ALUNO)... " WRK-ACUM-AVULSAS.
           DISPLAY "  DE RESPONSAVEL........ " WRK-QTD-DEV.
           DISPLAY "VALOR EM ABERTO......... " WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DA INADIMPLENCIA".
