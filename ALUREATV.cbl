      *                 DO MENSFAT) SEM PAGAMENTO (MENSPAG.txt DO
      *                 MENSBAIX) SAI MARCADA NA LISTA, PARA A
      *                 REMATRICULA NAO SER OFERECIDA A QUEM DEVE
      * 15/10/2026 JV - A CONFERENCIA DO FINANCEIRO PASSA A OLHAR O
      *                 RESPONSAVEL FINANCEIRO DO CANDIDATO (RESPCHK):
      *                 COBRANCA DO RESPONSAVEL EM ABERTO, DE QUALQUER
      *                 FILHO, TAMBEM BLOQUEIA A REMATRICULA
      * OBSERVAÇÕES: VALE A DATA DA ULTIMA MUDANCA PARA "TRANCADO" NO
      *              HISTORICO; ALUNO TRANCADO SEM HISTORICO (TRANCOU
      *              ANTES DO HISTORICO EXISTIR) SAI LISTADO COM A
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
       77  WRK-SW-PAGA       PIC X(01) VALUE "N".
           88 WRK-MENS-PAGA         VALUE "S".
       77  WRK-COMPET-CONF   PIC 9(06) VALUE ZEROS.
       77  WRK-RESP-CONF     PIC 9(05) VALUE ZEROS.
       77  WRK-RESP-LINHA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ABERTAS-RESP PIC 9(03) VALUE ZEROS.

      *-------- COBRANCAS DE RESPONSAVEL JA CONFERIDAS (UMA POR
      *-------- RESPONSAVEL + COMPETENCIA, AINDA QUE TENHA VARIOS
      *-------- FILHOS)
       77  WRK-QTD-CONF      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CONF.
           05 WRK-CONF-ENTRY OCCURS 120 TIMES.
              10 WRK-CONF-RESP   PIC 9(05).
              10 WRK-CONF-COMPET PIC 9(06).
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CONFERIDA  PIC X(01) VALUE "N".
           88 WRK-JA-CONFERIDA      VALUE "S".

      *-------------- RESPONSAVEL FINANCEIRO (MODULO RESPCHK) --------
       77  WRK-RSP-OPCAO     PIC X(01) VALUE "A".
       77  WRK-RSP-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-RSP-NOME      PIC X(30) VALUE SPACES.
       77  WRK-RSP-TELEFONE  PIC X(11) VALUE SPACES.
       77  WRK-RSP-EMAIL     PIC X(30) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-TRANCADOS  PIC 9(04) VALUE ZEROS.
      *-------- PAGAMENTO SAI MARCADA NA LISTA - A REMATRICULA SO
      *-------- DEVE SER OFERECIDA COM O DEBITO ACERTADO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-QTD-ABERTAS-RESP
                         WRK-QTD-CONF.
           MOVE "A"   TO WRK-RSP-OPCAO.
           CALL "RESPCHK" USING WRK-RSP-OPCAO REG-RM WRK-RSP-CODIGO
                                WRK-RSP-RESULTADO WRK-RSP-NOME
                                WRK-RSP-TELEFONE WRK-RSP-EMAIL.
           OPEN INPUT MENSALID.
           IF FS-MENSALID NOT EQUAL 00
              GO TO 0220-CONFERIR-FIM
           END-IF.
           READ MENSALID
           PERFORM UNTIL FS-MENSALID NOT EQUAL 00
              IF MEN-RESP IS NUMERIC
                 MOVE MEN-RESP TO WRK-RESP-LINHA
              ELSE
                 MOVE ZEROS    TO WRK-RESP-LINHA
              END-IF
              IF MEN-VALOR GREATER ZEROS
                 MOVE MEN-COMPETENCIA TO WRK-COMPET-CONF
                 MOVE WRK-RESP-LINHA  TO WRK-RESP-CONF
                 EVALUATE TRUE
                    WHEN WRK-RESP-LINHA EQUAL ZEROS
                         AND MEN-RM EQUAL REG-RM
                       PERFORM 0230-PROCURAR-PAGAMENTO
                       IF NOT WRK-MENS-PAGA
                          ADD 1 TO WRK-QTD-ABERTAS
                       END-IF
                    WHEN WRK-RESP-LINHA GREATER ZEROS
                         AND (MEN-RM EQUAL REG-RM
                              OR WRK-RESP-LINHA EQUAL WRK-RSP-CODIGO)
                       PERFORM 0240-CONFERIR-COBRANCA-RESP
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              READ MENSALID
           END-PERFORM.
              DISPLAY "   *** " WRK-QTD-ABERTAS " MENSALIDADE(S) "
                      "EM ABERTO - ACERTAR ANTES DA REMATRICULA"
           END-IF.
           IF WRK-QTD-ABERTAS-RESP GREATER ZEROS
              DISPLAY "   *** " WRK-QTD-ABERTAS-RESP " COBRANCA(S) "
                      "DO RESPONSAVEL EM ABERTO - ACERTAR ANTES DA "
                      "REMATRICULA"
              DISPLAY "       RESPONSAVEL " WRK-RSP-CODIGO " "
                      WRK-RSP-NOME " FONE " WRK-RSP-TELEFONE
           END-IF.

       0220-CONFERIR-FIM.
           EXIT.
           READ MENSPAG
           PERFORM UNTIL FS-MENSPAG NOT EQUAL 00
                      OR WRK-MENS-PAGA
              IF PAG-RESP NOT NUMERIC
                 MOVE ZEROS TO PAG-RESP
              END-IF
              IF PAG-COMPETENCIA EQUAL WRK-COMPET-CONF
                 AND PAG-RESP EQUAL WRK-RESP-CONF
                 AND (WRK-RESP-CONF GREATER ZEROS
                      OR PAG-RM EQUAL REG-RM)
                 SET WRK-MENS-PAGA TO TRUE
              ELSE
                 READ MENSPAG
       0230-PROCURAR-FIM.
           EXIT.

       0240-CONFERIR-COBRANCA-RESP  SECTION.
      *-------- CADA COBRANCA DO RESPONSAVEL CONTA UMA VEZ SO
           MOVE "N" TO WRK-SW-CONFERIDA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONF
                      OR WRK-JA-CONFERIDA
              IF WRK-CONF-RESP(WRK-IDX) EQUAL WRK-RESP-CONF
                 AND WRK-CONF-COMPET(WRK-IDX) EQUAL WRK-COMPET-CONF
                 SET WRK-JA-CONFERIDA TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-JA-CONFERIDA
              GO TO 0240-CONFERIR-FIM
           END-IF.
           IF WRK-QTD-CONF LESS 120
              ADD 1 TO WRK-QTD-CONF
              MOVE WRK-RESP-CONF   TO WRK-CONF-RESP(WRK-QTD-CONF)
              MOVE WRK-COMPET-CONF TO WRK-CONF-COMPET(WRK-QTD-CONF)
           END-IF.
           PERFORM 0230-PROCURAR-PAGAMENTO.
           IF NOT WRK-MENS-PAGA
              ADD 1 TO WRK-QTD-ABERTAS-RESP
           END-IF.

       0240-CONFERIR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE RNDAT.
           DISPLAY "=========================================".
