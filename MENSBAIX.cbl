      * OBSERVAÇÕES: PAGAMENTO PARCIAL E ACEITO COM AVISO; O QUE
      *              QUITA A MENSALIDADE E EXISTIR LINHA DE
      *              PAGAMENTO DA COMPETENCIA, COMO NO CAIXA
      * 15/10/2026 JV - BAIXA POR RESPONSAVEL FINANCEIRO: A COBRANCA
      *                 CONSOLIDADA DO RESPONSAVEL (SOMA DAS LINHAS DO
      *                 MENSALID COM O MESMO MEN-RESP NA COMPETENCIA)
      *                 E BAIXADA DE UMA VEZ, COM PAG-RM 00000 E O
      *                 PAG-RESP PREENCHIDO. A BAIXA POR RM FICA PARA
      *                 O ALUNO COBRADO SOZINHO (SEM RESPONSAVEL)
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
       77  FS-MENSPAG   PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-BAIXAR-RESP  VALUE 1.
           88 WRK-OPC-BAIXAR       VALUE 2.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-RM            PIC 9(05) VALUE ZEROS.
       77  WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-PAGO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-DEVIDO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-RESP-LINHA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FILHOS    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77  WRK-SW-FATURADA   PIC X(01) VALUE "N".
       77  WRK-SW-PAGA       PIC X(01) VALUE "N".
           88 WRK-MENS-PAGA         VALUE "S".

      *-------------- RESPONSAVEL FINANCEIRO (MODULO RESPCHK) --------
       77  WRK-RSP-OPCAO     PIC X(01) VALUE "R".
       77  WRK-RSP-RM        PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-RSP-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-RSP-NOME      PIC X(30) VALUE SPACES.
       77  WRK-RSP-TELEFONE  PIC X(11) VALUE SPACES.
       77  WRK-RSP-EMAIL     PIC X(30) VALUE SPACES.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "BAIXA DE MENSALIDADES".
           DISPLAY "1 - BAIXAR COBRANCA DO RESPONSAVEL".
           DISPLAY "2 - BAIXAR MENSALIDADE AVULSA (ALUNO SEM "
                   "RESPONSAVEL)".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-BAIXAR-RESP
                 PERFORM 0220-BAIXAR-RESPONSAVEL
              WHEN WRK-OPC-BAIXAR
                 PERFORM 0210-BAIXAR
              WHEN WRK-OPC-SAIR
                 AND MEN-COMPETENCIA EQUAL WRK-COMPETENCIA
                 SET WRK-MENS-FATURADA TO TRUE
                 MOVE MEN-VALOR TO WRK-VALOR-DEVIDO
                 PERFORM 0230-RESPONSAVEL-DA-LINHA
              ELSE
                 READ MENSALID
              END-IF
                      WRK-RM " NAO FATURADA - BAIXA RECUSADA"
              GO TO 0210-BAIXAR-FIM
           END-IF.
           IF WRK-RESP-LINHA GREATER ZEROS
              DISPLAY "RM FATURADO NA COBRANCA DO RESPONSAVEL "
                      WRK-RESP-LINHA " - BAIXE PELA OPCAO 1"
              GO TO 0210-BAIXAR-FIM
           END-IF.

      *-------- E NAO PODE JA ESTAR PAGA
           MOVE "N" TO WRK-SW-PAGA.
                         OR WRK-MENS-PAGA
                 IF PAG-RM EQUAL WRK-RM
                    AND PAG-COMPETENCIA EQUAL WRK-COMPETENCIA
                    AND (PAG-RESP NOT NUMERIC
                         OR PAG-RESP EQUAL ZEROS)
                    SET WRK-MENS-PAGA TO TRUE
                 ELSE
                    READ MENSPAG
           MOVE WRK-RM          TO PAG-RM.
           MOVE WRK-DATA-HOJE   TO PAG-DATA.
           MOVE WRK-VALOR-PAGO  TO PAG-VALOR.
           MOVE ZEROS           TO PAG-RESP.
           WRITE REG-MENSPAG.
           CLOSE MENSPAG.
           DISPLAY "MENSALIDADE " WRK-COMPETENCIA " DO RM " WRK-RM
       0210-BAIXAR-FIM.
           EXIT.

       0220-BAIXAR-RESPONSAVEL      SECTION.
           DISPLAY "CODIGO DO RESPONSAVEL: "
             ACCEPT WRK-RSP-CODIGO.
           DISPLAY "COMPETENCIA (AAAAMM).: "
             ACCEPT WRK-COMPETENCIA.
           MOVE "R" TO WRK-RSP-OPCAO.
           CALL "RESPCHK" USING WRK-RSP-OPCAO WRK-RSP-RM
                                WRK-RSP-CODIGO WRK-RSP-RESULTADO
                                WRK-RSP-NOME WRK-RSP-TELEFONE
                                WRK-RSP-EMAIL.
           IF WRK-RSP-RESULTADO NOT EQUAL "S"
              AND WRK-RSP-RESULTADO NOT EQUAL "D"
              DISPLAY "RESPONSAVEL " WRK-RSP-CODIGO " NAO CADASTRADO"
              GO TO 0220-BAIXAR-FIM
           END-IF.

      *-------- A COBRANCA E A SOMA DAS LINHAS DO RESPONSAVEL NA
      *-------- COMPETENCIA (UMA POR FILHO)
           MOVE ZEROS TO WRK-VALOR-DEVIDO WRK-QTD-FILHOS.
           OPEN INPUT MENSALID.
           IF FS-MENSALID NOT EQUAL 00
              DISPLAY "NENHUMA MENSALIDADE FATURADA AINDA (MENSFAT)"
              GO TO 0220-BAIXAR-FIM
           END-IF.
           READ MENSALID
           PERFORM UNTIL FS-MENSALID NOT EQUAL 00
              IF MEN-COMPETENCIA EQUAL WRK-COMPETENCIA
                 PERFORM 0230-RESPONSAVEL-DA-LINHA
                 IF WRK-RESP-LINHA EQUAL WRK-RSP-CODIGO
                    ADD 1 TO WRK-QTD-FILHOS
                    ADD MEN-VALOR TO WRK-VALOR-DEVIDO
                    MOVE MEN-VALOR TO WRK-VALOR-ED
                    DISPLAY "   RM " MEN-RM " VALOR " WRK-VALOR-ED
                 END-IF
              END-IF
              READ MENSALID
           END-PERFORM.
           CLOSE MENSALID.
           IF WRK-QTD-FILHOS EQUAL ZEROS
              DISPLAY "COBRANCA " WRK-COMPETENCIA " DO RESPONSAVEL "
                      WRK-RSP-CODIGO " NAO FATURADA - BAIXA RECUSADA"
              GO TO 0220-BAIXAR-FIM
           END-IF.

      *-------- E NAO PODE JA ESTAR PAGA
           MOVE "N" TO WRK-SW-PAGA.
           OPEN INPUT MENSPAG.
           IF FS-MENSPAG EQUAL 00
              READ MENSPAG
              PERFORM UNTIL FS-MENSPAG NOT EQUAL 00
                         OR WRK-MENS-PAGA
                 IF PAG-COMPETENCIA EQUAL WRK-COMPETENCIA
                    AND PAG-RESP IS NUMERIC
                    AND PAG-RESP EQUAL WRK-RSP-CODIGO
                    SET WRK-MENS-PAGA TO TRUE
                 ELSE
                    READ MENSPAG
                 END-IF
              END-PERFORM
              CLOSE MENSPAG
           END-IF.
           IF WRK-MENS-PAGA
              DISPLAY "COBRANCA JA BAIXADA EM " PAG-DATA
              GO TO 0220-BAIXAR-FIM
           END-IF.

           MOVE WRK-VALOR-DEVIDO TO WRK-VALOR-ED.
           DISPLAY "RESPONSAVEL " WRK-RSP-NOME.
           DISPLAY "FILHOS NA COBRANCA: " WRK-QTD-FILHOS
                   " - VALOR DEVIDO: " WRK-VALOR-ED.
           DISPLAY "VALOR RECEBIDO.......: "
             ACCEPT WRK-VALOR-PAGO.
           IF WRK-VALOR-PAGO LESS WRK-VALOR-DEVIDO
              DISPLAY "AVISO: PAGAMENTO ABAIXO DO DEVIDO - "
                      "BAIXADO MESMO ASSIM"
           END-IF.

           OPEN EXTEND MENSPAG.
           IF FS-MENSPAG EQUAL 35
              OPEN OUTPUT MENSPAG
           END-IF.
           MOVE SPACES          TO REG-MENSPAG.
           MOVE WRK-COMPETENCIA TO PAG-COMPETENCIA.
           MOVE ZEROS           TO PAG-RM.
           MOVE WRK-DATA-HOJE   TO PAG-DATA.
           MOVE WRK-VALOR-PAGO  TO PAG-VALOR.
           MOVE WRK-RSP-CODIGO  TO PAG-RESP.
           WRITE REG-MENSPAG.
           CLOSE MENSPAG.
           DISPLAY "COBRANCA " WRK-COMPETENCIA " DO RESPONSAVEL "
                   WRK-RSP-CODIGO " BAIXADA EM " WRK-DATA-HOJE.

       0220-BAIXAR-FIM.
           EXIT.

       0230-RESPONSAVEL-DA-LINHA    SECTION.
      *-------- LINHA ANTIGA (SEM O CAMPO) = COBRANCA AVULSA
           IF MEN-RESP IS NUMERIC
              MOVE MEN-RESP TO WRK-RESP-LINHA
           ELSE
              MOVE ZEROS    TO WRK-RESP-LINHA
           END-IF.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
