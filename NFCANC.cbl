      *              NOTA NAO CARREGAM CODIGO DE PRODUTO (SO QTD E
      *              PRECO) E O FECHAMENTO NAO MOVIMENTA ESTOQUE,
      *              ENTAO NAO HA BAIXA DE ESTOQUE A DEVOLVER AQUI
      * 15/10/2026 JV - PARCELA DA NOTA JA RENEGOCIADA EM ACORDO
      *                 (CRACORDO) NAO E ANULADA E SAI AVISADA PARA
      *                 REVISAO DO ACORDO
      * 15/10/2026 JV - A PARCELA EM ABERTO ANULADA SAI DA EXPOSICAO
      *                 DE CREDITO DO CLIENTE (MODULO CREXPATU)
      * 15/10/2026 JV - A NOTA A CANCELAR E PROCURADA PELA SERIE +
      *                 NUMERO NO LOG DE EMISSAO (SERIE PADRAO 001),
      *                 QUE AGORA VEM DO COPY NFLCOPY
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       COPY "CRCOPY.cpy".

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFCANLOG.
       01  REG-NFCANLOG.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NF            PIC 9(06) VALUE ZEROS.
       77  WRK-SERIE         PIC 9(03) VALUE ZEROS.
       77  WRK-PARCELA       PIC 9(02) VALUE ZEROS.

      *-------------- ULTIMA LINHA DA NOTA NO LOG --------------------
       77  WRK-SW-NOTA       PIC X(01) VALUE "N".
           88 WRK-NOTA-NO-LOG       VALUE "S".
       01  WRK-NOTA-IMAGEM   PIC X(56) VALUE SPACES.

       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".
      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ANULADAS   PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-LIQUIDADAS PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-RENEGOCIADAS PIC 9(02) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE "B".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
           DISPLAY "-----------------------".
           DISPLAY "NUMERO DA NOTA A CANCELAR: "
             ACCEPT WRK-NF.
           DISPLAY "SERIE DA NOTA (0 = 001): "
             ACCEPT WRK-SERIE.
           IF WRK-SERIE EQUAL ZEROS
              MOVE 1 TO WRK-SERIE
           END-IF.
           PERFORM 0210-LOCALIZAR-NO-LOG.
           EVALUATE TRUE
              WHEN NOT WRK-NOTA-NO-LOG
                 DISPLAY "NF " WRK-NF " SERIE " WRK-SERIE
                         " NAO ESTA NO LOG DE EMISSAO"
              WHEN NL-SITUACAO EQUAL "C"
                 DISPLAY "NF " WRK-NF " JA CANCELADA"
              WHEN OTHER
             ACCEPT WRK-SW-CONTINUA.

       0210-LOCALIZAR-NO-LOG        SECTION.
      *-------- VALE A ULTIMA LINHA DA SERIE + NF NO LOG DE EMISSAO
           MOVE "N" TO WRK-SW-NOTA.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
           END-IF.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              IF NL-NF EQUAL WRK-NF AND NL-SERIE EQUAL WRK-SERIE
                 SET WRK-NOTA-NO-LOG TO TRUE
                 MOVE REG-NOTASLOG TO WRK-NOTA-IMAGEM
              END-IF

       0220-CONFIRMAR-E-CANCELAR    SECTION.
           MOVE NL-BASE TO WRK-VALOR-ED.
           DISPLAY "NF " WRK-NF " SERIE " WRK-SERIE
                   " CLIENTE " NL-CLIENTE
                   " EMISSAO " NL-DATA
                   " VALOR " WRK-VALOR-ED.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                      "LIQUIDADA(S) - PROVIDENCIAR DEVOLUCAO AO "
                      "CLIENTE ***"
           END-IF.
           IF WRK-ACUM-RENEGOCIADAS GREATER ZEROS
              DISPLAY "*** " WRK-ACUM-RENEGOCIADAS " PARCELA(S) "
                      "RENEGOCIADA(S) EM ACORDO - REVER O ACORDO "
                      "DO CLIENTE (CRACORDO) ***"
           END-IF.

       0220-CONFIRMAR-FIM.
           EXIT.
      *-------- VARRE AS PARCELAS DA NOTA NO CONTAS A RECEBER:
      *-------- ABERTA VIRA "C"; LIQUIDADA FICA COMO ESTA E SAI
      *-------- AVISADA
           MOVE ZEROS TO WRK-ACUM-ANULADAS WRK-ACUM-LIQUIDADAS
                         WRK-ACUM-RENEGOCIADAS.
           PERFORM VARYING WRK-PARCELA FROM 1 BY 1
                   UNTIL WRK-PARCELA GREATER 99
              MOVE WRK-NF      TO CR-NF
                                      WRK-PARCELA
                           NOT INVALID KEY
                              ADD 1 TO WRK-ACUM-ANULADAS
                              CALL "CREXPATU" USING WRK-EXP-OPERACAO
                                                     CR-CLIENTE
                                                     CR-VALOR
                                                     CR-DATA-VENCTO
                         END-REWRITE
                      WHEN CR-LIQUIDADO
                         ADD 1 TO WRK-ACUM-LIQUIDADAS
                      WHEN CR-RENEGOCIADO
                         ADD 1 TO WRK-ACUM-RENEGOCIADAS
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
